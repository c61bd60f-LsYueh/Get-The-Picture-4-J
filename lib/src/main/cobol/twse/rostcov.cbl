      * 檔案名稱：ROSTCOV
      *---------------------------------------------------------------
      * 作業值班覆蓋檢核報表
      * 依參數卡（ROSTPARM）之起迄日，對交易日曆（CALFILE）上每一
      * 交易日之三個班別，循鍵讀值班表（DUTYROST）列出值班人員、
      * 操作員代號、現行 EMPMSTR 狀態、權限主檔（OPERROLE）之
      * ROLE-EXCP-HIGH（H）/ROLE-CORRECT（C）權限與升級聯絡人，並
      * 標示：
      *   - 無人值班之班別；
      *   - 無任何在職（ACTIVE）人員具 ROLE-EXCP-HIGH 或
      *     ROLE-CORRECT 之班別 - 夜間高嚴重度例外無人可結案、
      *     M02 無人可更正；
      *   - 無在職升級聯絡人之班別。
      * 排班後才改為 INACTIVE/ON-LEAVE 之員工列出但不計入覆蓋。
      * 同一員工有多個操作員代號者，任一代號具權限即算。
      * 起日為零者自今日起；迄日為零者取起日後第六日（一週）。
      * 有任一班別不足者以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTCOV.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "ROSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "DUTYROST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUTY-KEY.
           SELECT CAL-FILE     ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLE-FILE-IN ASSIGN TO "OPERROLE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT COV-RPT      ASSIGN TO "ROSTCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-FROM-DATE  PIC 9(08).
           05  PARM-TO-DATE    PIC 9(08).
      *
       FD  ROSTER-FILE
           RECORDING MODE IS F.
           COPY "dutyrost.cpy".
      *
       FD  CAL-FILE
           RECORDING MODE IS F.
           COPY "twsecal.cpy".
      *
       FD  ROLE-FILE-IN
           RECORDING MODE IS F.
           COPY "operrole.cpy".
      *
       FD  EMPLOYEE-FILE
           RECORDING MODE IS F.
           COPY "employee-record-with-levle-88.cpy".
      *
       FD  COV-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-CAL-EOF-SW   PIC X(01) VALUE 'N'.
               88  WS-CAL-EOF            VALUE 'Y'.
           05  WS-EMP-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-EMP-FOUND          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-DAY-CNT      PIC 9(05) VALUE ZERO.
           05  WS-SHIFT-CNT    PIC 9(05) VALUE ZERO.
           05  WS-GAP-CNT      PIC 9(05) VALUE ZERO.
           05  WS-STAFF-CNT    PIC 9(03) VALUE ZERO.
           05  WS-HOLDER-CNT   PIC 9(03) VALUE ZERO.
           05  WS-ESCAL-CNT    PIC 9(03) VALUE ZERO.
       01  WS-FROM-DATE        PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE          PIC 9(08) VALUE ZERO.
       01  WS-SHIFT-NO         PIC 9(01) VALUE ZERO.
       01  WS-SHIFT-CODE       PIC X(01) VALUE SPACE.
       01  WS-EXCP-HIGH-FLAG   PIC X(01) VALUE SPACE.
       01  WS-CORRECT-FLAG     PIC X(01) VALUE SPACE.
      *
      *    權限主檔表格。
       01  WS-ROLE-TABLE.
           05  WS-ROL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ROL-ENTRY OCCURS 200 TIMES
                   INDEXED BY ROL-IDX.
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-EXCP-HIGH PIC X(01).
               10  WS-ROL-CORRECT  PIC X(01).
      *
       01  WS-SHIFT-NAME-LIST.
           05  FILLER          PIC X(13) VALUE "00:00-08:00  ".
           05  FILLER          PIC X(13) VALUE "08:00-16:00  ".
           05  FILLER          PIC X(13) VALUE "16:00-24:00  ".
       01  WS-SHIFT-NAMES REDEFINES WS-SHIFT-NAME-LIST.
           05  WS-SHIFT-NAME   PIC X(13) OCCURS 3 TIMES.
      *
       01  RPT-HEAD-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(30) VALUE
               "OPERATIONS DUTY COVERAGE FROM ".
           05  RPT-H-FROM      PIC 9(08).
           05  FILLER          PIC X(04) VALUE " TO ".
           05  RPT-H-TO        PIC 9(08).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(50) VALUE
               "    EMP-ID OPERATOR STATUS H C ESC CONTACT TEL    ".
       01  RPT-SHIFT-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-S-DATE      PIC 9(08).
           05  FILLER          PIC X(07) VALUE " SHIFT ".
           05  RPT-S-SHIFT     PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-S-HOURS     PIC X(13).
           05  FILLER          PIC X(07) VALUE "STAFF= ".
           05  RPT-S-STAFF     PIC ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-S-FLAG      PIC X(60).
       01  RPT-STAFF-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RPT-D-EMP-ID    PIC 9(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-D-OPER-ID   PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-STATUS    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-HIGH      PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-CORRECT   PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-D-ESCALATE  PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-D-TEL       PIC X(15).
       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(14) VALUE "TRADING DAYS= ".
           05  RPT-T-DAYS      PIC ZZZZ9.
           05  FILLER          PIC X(09) VALUE " SHIFTS= ".
           05  RPT-T-SHIFTS    PIC ZZZZ9.
           05  FILLER          PIC X(18) VALUE " SHIFTS WITH GAPS=".
           05  RPT-T-GAPS      PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-DAY UNTIL WS-CAL-EOF
           PERFORM 9000-TERMINATE
           IF WS-GAP-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "ROSTCOV ABEND - ROSTPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE-IN
           MOVE PARM-FROM-DATE TO WS-FROM-DATE
           IF WS-FROM-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FROM-DATE
           END-IF
           MOVE PARM-TO-DATE TO WS-TO-DATE
           IF WS-TO-DATE = ZERO
               COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-FROM-DATE) + 6)
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ROSTCOV ABEND - ROSTPARM FROM-DATE "
                   WS-FROM-DATE " AFTER TO-DATE " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ROLE-MASTER
           OPEN INPUT ROSTER-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT CAL-FILE
           OPEN OUTPUT COV-RPT
           MOVE WS-FROM-DATE  TO RPT-H-FROM
           MOVE WS-TO-DATE    TO RPT-H-TO
           MOVE RPT-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2900-READ-CALENDAR.
      *
       1100-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 1110-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "ROSTCOV ABEND - ROLE TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-ROL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROL-CNT
               SET ROL-IDX TO WS-ROL-CNT
               MOVE ROLE-OPER-ID   TO WS-ROL-OPER-ID (ROL-IDX)
               MOVE ROLE-EMP-ID    TO WS-ROL-EMP-ID (ROL-IDX)
               MOVE ROLE-EXCP-HIGH TO WS-ROL-EXCP-HIGH (ROL-IDX)
               MOVE ROLE-CORRECT   TO WS-ROL-CORRECT (ROL-IDX)
               PERFORM 1110-READ-ROLE
           END-PERFORM
           CLOSE ROLE-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       1110-READ-ROLE.
           READ ROLE-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    日曆依日期遞增；區間內之交易日逐一檢核三個班別，
      *    超過迄日即停。
       2000-CHECK-ONE-DAY.
           IF CAL-DATE > WS-TO-DATE
               SET WS-CAL-EOF TO TRUE
           ELSE
               IF CAL-DATE >= WS-FROM-DATE AND CAL-TRADING
                   ADD 1 TO WS-DAY-CNT
                   PERFORM VARYING WS-SHIFT-NO FROM 1 BY 1
                           UNTIL WS-SHIFT-NO > 3
                       PERFORM 3000-CHECK-ONE-SHIFT
                   END-PERFORM
               END-IF
               PERFORM 2900-READ-CALENDAR
           END-IF.
      *
       2900-READ-CALENDAR.
           READ CAL-FILE
               AT END SET WS-CAL-EOF TO TRUE
           END-READ.
      *
      *    先讀完本班各筆計數並列明細，再印班別彙總行與標示。
       3000-CHECK-ONE-SHIFT.
           ADD 1 TO WS-SHIFT-CNT
           MOVE WS-SHIFT-NO TO WS-SHIFT-CODE
           MOVE ZERO TO WS-STAFF-CNT
           MOVE ZERO TO WS-HOLDER-CNT
           MOVE ZERO TO WS-ESCAL-CNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE CAL-DATE      TO DUTY-DATE
           MOVE WS-SHIFT-CODE TO DUTY-SHIFT
           MOVE ZERO          TO DUTY-EMP-ID
           MOVE "N" TO WS-EOF-SW
           START ROSTER-FILE KEY >= DUTY-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ ROSTER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF DUTY-DATE NOT = CAL-DATE
                          OR DUTY-SHIFT NOT = WS-SHIFT-CODE
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 3100-LIST-STAFF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO RPT-LINE
           MOVE CAL-DATE      TO RPT-S-DATE
           MOVE WS-SHIFT-CODE TO RPT-S-SHIFT
           MOVE WS-SHIFT-NAME (WS-SHIFT-NO) TO RPT-S-HOURS
           MOVE WS-STAFF-CNT  TO RPT-S-STAFF
           EVALUATE TRUE
               WHEN WS-STAFF-CNT = ZERO
                   MOVE "** NO ONE ROSTERED **" TO RPT-S-FLAG
                   ADD 1 TO WS-GAP-CNT
               WHEN WS-HOLDER-CNT = ZERO
                   MOVE "** NO ACTIVE EXCP-HIGH OR CORRECT ROLE HOLDER "
                      & "**" TO RPT-S-FLAG
                   ADD 1 TO WS-GAP-CNT
               WHEN WS-ESCAL-CNT = ZERO
                   MOVE "** NO ACTIVE ESCALATION CONTACT **"
                       TO RPT-S-FLAG
                   ADD 1 TO WS-GAP-CNT
               WHEN OTHER
                   MOVE "COVERED" TO RPT-S-FLAG
           END-EVALUATE
           MOVE RPT-SHIFT-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    員工狀態取現行 EMPMSTR；非 ACTIVE 者列出不計。
       3100-LIST-STAFF.
           ADD 1 TO WS-STAFF-CNT
           MOVE "N" TO WS-EXCP-HIGH-FLAG
           MOVE "N" TO WS-CORRECT-FLAG
           PERFORM VARYING ROL-IDX FROM 1 BY 1
                   UNTIL ROL-IDX > WS-ROL-CNT
               IF WS-ROL-EMP-ID (ROL-IDX) = DUTY-EMP-ID
                   IF WS-ROL-EXCP-HIGH (ROL-IDX) = "Y"
                       MOVE "Y" TO WS-EXCP-HIGH-FLAG
                   END-IF
                   IF WS-ROL-CORRECT (ROL-IDX) = "Y"
                       MOVE "Y" TO WS-CORRECT-FLAG
                   END-IF
               END-IF
           END-PERFORM
           MOVE DUTY-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY     MOVE 'N' TO WS-EMP-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-EMP-STATUS-SW
           END-READ
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN NOT WS-EMP-FOUND
                   MOVE "NOT-EMP"  TO RPT-D-STATUS
               WHEN ACTIVE
                   MOVE "ACTIVE"   TO RPT-D-STATUS
                   IF WS-EXCP-HIGH-FLAG = "Y" OR WS-CORRECT-FLAG = "Y"
                       ADD 1 TO WS-HOLDER-CNT
                   END-IF
                   IF DUTY-ESCALATION-CONTACT
                       ADD 1 TO WS-ESCAL-CNT
                   END-IF
               WHEN INACTIVE
                   MOVE "INACTIVE" TO RPT-D-STATUS
               WHEN ON-LEAVE
                   MOVE "ON-LEAVE" TO RPT-D-STATUS
               WHEN OTHER
                   MOVE EMP-STATUS TO RPT-D-STATUS
           END-EVALUATE
           MOVE DUTY-EMP-ID       TO RPT-D-EMP-ID
           MOVE DUTY-OPER-ID      TO RPT-D-OPER-ID
           MOVE WS-EXCP-HIGH-FLAG TO RPT-D-HIGH
           MOVE WS-CORRECT-FLAG   TO RPT-D-CORRECT
           MOVE DUTY-ESCALATE     TO RPT-D-ESCALATE
           MOVE DUTY-CONTACT-TEL  TO RPT-D-TEL
           MOVE RPT-STAFF-LINE    TO RPT-LINE
           WRITE RPT-LINE.
      *
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DAY-CNT   TO RPT-T-DAYS
           MOVE WS-SHIFT-CNT TO RPT-T-SHIFTS
           MOVE WS-GAP-CNT   TO RPT-T-GAPS
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE ROSTER-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE CAL-FILE
           CLOSE COV-RPT
           DISPLAY "ROSTCOV DAYS=" WS-DAY-CNT
               " SHIFTS=" WS-SHIFT-CNT
               " GAPS=" WS-GAP-CNT.
