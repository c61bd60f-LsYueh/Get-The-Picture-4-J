      * 檔案名稱：ETFMAINT
      *---------------------------------------------------------------
      * ETF 主檔生命週期維護交易
      * ETFMSTR 原無維護程式，新上市與暫停皆以手工改檔。本交易
      * 維護 ETF 主檔（索引檔）之生命週期，每筆異動自帶生效日：
      *   L 上市   - 新增基金（名稱、上市日＝生效日）；生效日晚於
      *              今日者先記上市前（P），屆期由 ETFROLL 轉有效。
      *              上市前之基金可再以 L 改上市日；
      *   S 暫停   - 有效（A）基金暫停；
      *   R 恢復   - 暫停（S）基金恢復有效；
      *   T 終止   - 清算基金：生效日即下市日，另鍵最後申購日與
      *              最後買回日（皆不得晚於下市日）。三日期即刻寫
      *              入主檔供進檔編審（M02EDIT）退件，狀態則排程於
      *              下市日次一營業日由 ETFROLL 轉終止；
      *   X 撤銷   - 撤銷尚未生效之排程異動（撤銷終止者一併清除
      *              清算日期）。
      * 生效日不得早於今日；生效日為今日者即時生效，晚於今日者記
      * 於排程欄（ETFM-PEND-STATUS/ETFM-PEND-DATE），每檔同時僅
      * 容一筆排程。每次維護比照 BRKMAINT 寫前後值稽核（ETFAUD，
      * EXTEND 開啟）。
      * 權限檢核：簽到代號須在權限主檔（OPERROLE）、對應員工須在
      * EMPMSTR 且 ACTIVE、且具 ROLE-BATCH 維護權限；驗證失敗記
      * SECLOG 供保安覆核。作法比照 BRKMAINT。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETFMAINT.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETF-MASTER-FILE ASSIGN TO "ETFMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETFM-ETF-ID.
           SELECT ETF-AUDIT-FILE ASSIGN TO "ETFAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLE-FILE-IN ASSIGN TO "OPERROLE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ETF-MASTER-FILE
           RECORDING MODE IS F.
           COPY "etfmst.cpy".
      *
       FD  ETF-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "etfaud.cpy".
      *
       FD  ROLE-FILE-IN
           RECORDING MODE IS F.
           COPY "operrole.cpy".
      *
       FD  EMPLOYEE-FILE
           RECORDING MODE IS F.
           COPY "employee-record-with-levle-88.cpy".
      *
       FD  SEC-LOG-FILE
           RECORDING MODE IS F.
           COPY "seclog.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-DONE-SW      PIC X(01) VALUE 'N'.
               88  WS-DONE               VALUE 'Y'.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-REJECT-SW    PIC X(01) VALUE 'N'.
               88  WS-REJECTED           VALUE 'Y'.
       01  WS-MAINT-CNT        PIC 9(05) VALUE ZERO.
       01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
       01  WS-OPER-VALID-SW    PIC X(01) VALUE 'N'.
           88  WS-OPER-VALID             VALUE 'Y'.
       01  WS-EMP-STATUS-SW    PIC X(01) VALUE 'N'.
           88  WS-EMP-FOUND              VALUE 'Y'.
       01  WS-REFUSE-REASON    PIC X(40) VALUE SPACES.
      *
      *    權限主檔表格。
       01  WS-ROLE-TABLE.
           05  WS-ROL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ROL-ENTRY OCCURS 200 TIMES
                   INDEXED BY ROL-IDX.
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-BATCH    PIC X(01).
       01  WS-TODAY            PIC 9(08) VALUE ZERO.
       01  WS-ETF-ID           PIC X(06) VALUE SPACES.
       01  WS-EFF-DATE         PIC 9(08) VALUE ZERO.
       01  WS-ETF-NAME         PIC X(30) VALUE SPACES.
       01  WS-LAST-CREATE      PIC 9(08) VALUE ZERO.
       01  WS-LAST-REDEEM      PIC 9(08) VALUE ZERO.
       01  WS-NEW-STATUS       PIC X(01) VALUE SPACE.
       01  WS-ACTION-CHOICE    PIC X(01) VALUE SPACE.
       01  WS-MORE-CHOICE      PIC X(01) VALUE SPACE.
       01  WS-CONFIRM-CHOICE   PIC X(01) VALUE SPACE.
       01  WS-BEFORE-STATUS    PIC X(01) VALUE SPACE.
       01  WS-SCHEDULED-SW     PIC X(01) VALUE 'N'.
           88  WS-SCHEDULED              VALUE 'Y'.
      *
       SCREEN SECTION.
       01  ETF-KEY-SCREEN.
           05  LINE 1  COL 1  VALUE "ETF LIFECYCLE MAINTENANCE".
           05  LINE 3  COL 1  VALUE "ACTION L=LIST S=SUSPEND "
                                  & "R=REINSTATE T=TERMINATE "
                                  & "X=CANCEL SCHEDULED:".
           05  LINE 3  COL 69 PIC X(01) USING WS-ACTION-CHOICE.
           05  LINE 4  COL 1  VALUE "ETF-ID        :".
           05  LINE 4  COL 17 PIC X(06) USING WS-ETF-ID.
           05  LINE 5  COL 1  VALUE "EFFECTIVE DATE:".
           05  LINE 5  COL 17 PIC 9(08) USING WS-EFF-DATE.
           05  LINE 5  COL 27 VALUE "(T = DELISTING DATE)".
      *
       01  ETF-LIST-SCREEN.
           05  LINE 7  COL 1  VALUE "ETF NAME      :".
           05  LINE 7  COL 17 PIC X(30) USING WS-ETF-NAME.
           05  LINE 9  COL 1  VALUE "CONFIRM (Y/N):".
           05  LINE 9  COL 16 PIC X(01) USING WS-CONFIRM-CHOICE.
      *
       01  ETF-TERM-SCREEN.
           05  LINE 7  COL 1  VALUE "ETF NAME      :".
           05  LINE 7  COL 17 PIC X(30) FROM ETFM-ETF-NAME.
           05  LINE 8  COL 1  VALUE "LAST CREATION :".
           05  LINE 8  COL 17 PIC 9(08) USING WS-LAST-CREATE.
           05  LINE 9  COL 1  VALUE "LAST REDEMPTN :".
           05  LINE 9  COL 17 PIC 9(08) USING WS-LAST-REDEEM.
           05  LINE 10 COL 1  VALUE "DELISTING DATE:".
           05  LINE 10 COL 17 PIC 9(08) FROM WS-EFF-DATE.
           05  LINE 12 COL 1  VALUE "CONFIRM (Y/N):".
           05  LINE 12 COL 16 PIC X(01) USING WS-CONFIRM-CHOICE.
      *
       01  ETF-CONFIRM-SCREEN.
           05  LINE 7  COL 1  VALUE "ETF NAME      :".
           05  LINE 7  COL 17 PIC X(30) FROM ETFM-ETF-NAME.
           05  LINE 8  COL 1  VALUE "CURRENT STATUS:".
           05  LINE 8  COL 17 PIC X(01) FROM ETFM-STATUS.
           05  LINE 9  COL 1  VALUE "SCHEDULED     :".
           05  LINE 9  COL 17 PIC X(01) FROM ETFM-PEND-STATUS.
           05  LINE 9  COL 19 PIC 9(08) FROM ETFM-PEND-DATE.
           05  LINE 11 COL 1  VALUE "CONFIRM (Y/N):".
           05  LINE 11 COL 16 PIC X(01) USING WS-CONFIRM-CHOICE.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 900-LOAD-ROLE-MASTER
           OPEN INPUT  EMPLOYEE-FILE
           OPEN EXTEND SEC-LOG-FILE
           PERFORM 1000-SIGN-ON-OPERATOR
           OPEN I-O    ETF-MASTER-FILE
      *    稽核檔以 EXTEND 開啟，同日多位經辦接續維護時先前之
      *    稽核紀錄不可被覆蓋。
           OPEN EXTEND ETF-AUDIT-FILE
           PERFORM UNTIL WS-DONE
               PERFORM 2000-MAINTAIN-ONE-ETF
               PERFORM 2900-ASK-CONTINUE
           END-PERFORM
           CLOSE ETF-MASTER-FILE
           CLOSE ETF-AUDIT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE SEC-LOG-FILE
           DISPLAY "ETFMAINT MAINTAINED=" WS-MAINT-CNT
           STOP RUN.
      *
       900-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 910-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "ETFMAINT ABEND - ROLE TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-ROL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROL-CNT
               SET ROL-IDX TO WS-ROL-CNT
               MOVE ROLE-OPER-ID TO WS-ROL-OPER-ID (ROL-IDX)
               MOVE ROLE-EMP-ID  TO WS-ROL-EMP-ID (ROL-IDX)
               MOVE ROLE-BATCH   TO WS-ROL-BATCH (ROL-IDX)
               PERFORM 910-READ-ROLE
           END-PERFORM
           CLOSE ROLE-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       910-READ-ROLE.
           READ ROLE-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       1000-SIGN-ON-OPERATOR.
           PERFORM UNTIL WS-OPER-VALID
               MOVE SPACES TO WS-OPERATOR-ID
               PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                   DISPLAY "OPERATOR ID: " WITH NO ADVANCING
                   ACCEPT WS-OPERATOR-ID
               END-PERFORM
               PERFORM 1050-VALIDATE-OPERATOR
           END-PERFORM.
      *
      *    代號須在權限主檔且具維護權限，員工須在 EMPMSTR 且
      *    ACTIVE。
       1050-VALIDATE-OPERATOR.
           MOVE "N" TO WS-OPER-VALID-SW
           PERFORM VARYING ROL-IDX FROM 1 BY 1
                   UNTIL ROL-IDX > WS-ROL-CNT
               IF WS-ROL-OPER-ID (ROL-IDX) = WS-OPERATOR-ID
                   SET WS-OPER-VALID TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-OPER-VALID
               MOVE "OPERATOR NOT ON ROLE MASTER" TO WS-REFUSE-REASON
               DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-ROL-BATCH (ROL-IDX) NOT = "Y"
               MOVE "N" TO WS-OPER-VALID-SW
               MOVE "NO BATCH ROLE FOR MASTER MAINTENANCE"
                   TO WS-REFUSE-REASON
               DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROL-EMP-ID (ROL-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY     MOVE 'N' TO WS-EMP-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-EMP-STATUS-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-EMP-FOUND
                   MOVE "N" TO WS-OPER-VALID-SW
                   MOVE "EMPLOYEE NOT ON EMPMSTR" TO WS-REFUSE-REASON
                   DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
                   PERFORM 8900-LOG-SECURITY-FAILURE
               WHEN NOT ACTIVE
                   MOVE "N" TO WS-OPER-VALID-SW
                   MOVE "EMPLOYEE NOT ACTIVE" TO WS-REFUSE-REASON
                   DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
                   PERFORM 8900-LOG-SECURITY-FAILURE
           END-EVALUATE.
      *
       8900-LOG-SECURITY-FAILURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SEC-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO SEC-LOG-TIME
           MOVE "ETFMAINT"       TO SEC-PROGRAM
           MOVE WS-OPERATOR-ID   TO SEC-OPER-ID
           MOVE WS-REFUSE-REASON TO SEC-REASON
           WRITE SEC-LOG-REC.
      *
       2000-MAINTAIN-ONE-ETF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE SPACE  TO WS-ACTION-CHOICE
           MOVE SPACES TO WS-ETF-ID
           MOVE ZERO   TO WS-EFF-DATE
           MOVE "N"    TO WS-REJECT-SW
           DISPLAY ETF-KEY-SCREEN
           ACCEPT ETF-KEY-SCREEN
           MOVE WS-ETF-ID TO ETFM-ETF-ID
           READ ETF-MASTER-FILE
               INVALID KEY     MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ
           IF WS-ACTION-CHOICE NOT = "X" AND WS-ACTION-CHOICE NOT = "x"
               PERFORM 2100-CHECK-EFFECTIVE-DATE
               IF WS-REJECTED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE WS-ACTION-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 3000-LIST-ETF
               WHEN "S"
               WHEN "s"
                   PERFORM 4000-SUSPEND-ETF
               WHEN "R"
               WHEN "r"
                   PERFORM 4500-REINSTATE-ETF
               WHEN "T"
               WHEN "t"
                   PERFORM 5000-TERMINATE-ETF
               WHEN "X"
               WHEN "x"
                   PERFORM 5500-CANCEL-SCHEDULED
               WHEN OTHER
                   DISPLAY "ACTION MUST BE L, S, R, T OR X"
           END-EVALUATE.
      *
      *    生效日不得早於今日；已過日期之狀態不得回溯改寫。
       2100-CHECK-EFFECTIVE-DATE.
           IF WS-EFF-DATE = ZERO
               DISPLAY "EFFECTIVE DATE REQUIRED - NOT APPLIED"
               SET WS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-EFF-DATE < WS-TODAY
               DISPLAY "EFFECTIVE DATE BEFORE TODAY - NOT APPLIED"
               SET WS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-EFF-DATE > WS-TODAY
               SET WS-SCHEDULED TO TRUE
           ELSE
               MOVE "N" TO WS-SCHEDULED-SW
           END-IF.
      *
       2900-ASK-CONTINUE.
           DISPLAY "MAINTAIN ANOTHER ETF (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MORE-CHOICE
           IF WS-MORE-CHOICE NOT = "Y" AND WS-MORE-CHOICE NOT = "y"
               SET WS-DONE TO TRUE
           END-IF.
      *
      *    新上市；上市前（P）之基金可改上市日。
       3000-LIST-ETF.
           IF WS-FOUND AND NOT ETFM-PRE-LISTING
               DISPLAY "ETF ALREADY LISTED - ETF-ID=" WS-ETF-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND
               MOVE ETFM-ETF-NAME TO WS-ETF-NAME
               MOVE ETFM-STATUS   TO WS-BEFORE-STATUS
           ELSE
               MOVE SPACES TO WS-ETF-NAME
               MOVE SPACE  TO WS-BEFORE-STATUS
           END-IF
           MOVE SPACE TO WS-CONFIRM-CHOICE
           DISPLAY ETF-LIST-SCREEN
           ACCEPT ETF-LIST-SCREEN
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           IF WS-ETF-NAME = SPACES
               DISPLAY "ETF NAME REQUIRED - NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-FOUND
               MOVE SPACES    TO ETF-MASTER-REC
               MOVE ZERO      TO ETFM-PEND-DATE
               MOVE ZERO      TO ETFM-LAST-CREATE-DATE
               MOVE ZERO      TO ETFM-LAST-REDEEM-DATE
               MOVE ZERO      TO ETFM-DELIST-DATE
               MOVE WS-ETF-ID TO ETFM-ETF-ID
           END-IF
           MOVE WS-ETF-NAME TO ETFM-ETF-NAME
           MOVE WS-EFF-DATE TO ETFM-LISTING-DATE
           MOVE "A"         TO WS-NEW-STATUS
           IF WS-SCHEDULED
               MOVE "P"      TO ETFM-STATUS
               MOVE WS-TODAY TO ETFM-STATUS-DATE
           END-IF
           PERFORM 6000-APPLY-OR-SCHEDULE
           IF WS-FOUND
               REWRITE ETF-MASTER-REC
           ELSE
               WRITE ETF-MASTER-REC
                   INVALID KEY
                       DISPLAY "ADD FAILED - ETF-ID=" WS-ETF-ID
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           MOVE "L" TO ETFA-ACTION
           PERFORM 7000-WRITE-AUDIT-RECORD.
      *
       4000-SUSPEND-ETF.
           PERFORM 4900-CHECK-ON-FILE
           IF WS-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF NOT ETFM-ACTIVE
               DISPLAY "ONLY AN ACTIVE ETF CAN BE SUSPENDED - STATUS="
                   ETFM-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 4950-CONFIRM-CHANGE
           IF WS-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE ETFM-STATUS TO WS-BEFORE-STATUS
           MOVE "S"         TO WS-NEW-STATUS
           PERFORM 6000-APPLY-OR-SCHEDULE
           REWRITE ETF-MASTER-REC
           MOVE "S" TO ETFA-ACTION
           PERFORM 7000-WRITE-AUDIT-RECORD.
      *
       4500-REINSTATE-ETF.
           PERFORM 4900-CHECK-ON-FILE
           IF WS-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF NOT ETFM-SUSPENDED
               DISPLAY "ONLY A SUSPENDED ETF CAN BE REINSTATED - "
                   "STATUS=" ETFM-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 4950-CONFIRM-CHANGE
           IF WS-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE ETFM-STATUS TO WS-BEFORE-STATUS
           MOVE "A"         TO WS-NEW-STATUS
           PERFORM 6000-APPLY-OR-SCHEDULE
           REWRITE ETF-MASTER-REC
           MOVE "R" TO ETFA-ACTION
           PERFORM 7000-WRITE-AUDIT-RECORD.
      *
      *    須在檔且無尚未生效之排程。
       4900-CHECK-ON-FILE.
           IF NOT WS-FOUND
               DISPLAY "ETF NOT FOUND - ETF-ID=" WS-ETF-ID
               SET WS-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT ETFM-NO-PENDING
               DISPLAY "CHANGE " ETFM-PEND-STATUS " ALREADY SCHEDULED "
                   "FOR " ETFM-PEND-DATE " - CANCEL IT FIRST (X)"
               SET WS-REJECTED TO TRUE
           END-IF.
      *
       4950-CONFIRM-CHANGE.
           MOVE SPACE TO WS-CONFIRM-CHOICE
           DISPLAY ETF-CONFIRM-SCREEN
           ACCEPT ETF-CONFIRM-SCREEN
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               SET WS-REJECTED TO TRUE
           END-IF.
      *
      *    清算終止：生效日為下市日；最後申購/買回日不得早於今日、
      *    不得晚於下市日。終止狀態一律排程，由 ETFROLL 於下市日
      *    次一營業日套用。
       5000-TERMINATE-ETF.
           PERFORM 4900-CHECK-ON-FILE
           IF WS-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF NOT ETFM-ACTIVE AND NOT ETFM-SUSPENDED
               DISPLAY "ONLY AN ACTIVE OR SUSPENDED ETF CAN BE "
                   "TERMINATED - STATUS=" ETFM-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO  TO WS-LAST-CREATE
           MOVE ZERO  TO WS-LAST-REDEEM
           MOVE SPACE TO WS-CONFIRM-CHOICE
           DISPLAY ETF-TERM-SCREEN
           ACCEPT ETF-TERM-SCREEN
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-CREATE < WS-TODAY OR WS-LAST-REDEEM < WS-TODAY
               DISPLAY "LAST CREATION/REDEMPTION DATE BEFORE TODAY "
                   "- NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-CREATE > WS-EFF-DATE
              OR WS-LAST-REDEEM > WS-EFF-DATE
               DISPLAY "LAST CREATION/REDEMPTION DATE AFTER "
                   "DELISTING DATE - NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           MOVE ETFM-STATUS    TO WS-BEFORE-STATUS
           MOVE WS-LAST-CREATE TO ETFM-LAST-CREATE-DATE
           MOVE WS-LAST-REDEEM TO ETFM-LAST-REDEEM-DATE
           MOVE WS-EFF-DATE    TO ETFM-DELIST-DATE
           MOVE "T"            TO ETFM-PEND-STATUS
           MOVE WS-EFF-DATE    TO ETFM-PEND-DATE
           SET WS-SCHEDULED TO TRUE
           REWRITE ETF-MASTER-REC
           ADD 1 TO WS-MAINT-CNT
           DISPLAY "TERMINATION SCHEDULED AFTER DELISTING DATE "
               WS-EFF-DATE
           MOVE "T" TO ETFA-ACTION
           PERFORM 7000-WRITE-AUDIT-RECORD.
      *
      *    撤銷尚未生效之排程；撤銷終止者清算日期一併清除。
       5500-CANCEL-SCHEDULED.
           IF NOT WS-FOUND
               DISPLAY "ETF NOT FOUND - ETF-ID=" WS-ETF-ID
               EXIT PARAGRAPH
           END-IF
           IF ETFM-NO-PENDING
               DISPLAY "NO SCHEDULED CHANGE TO CANCEL - ETF-ID="
                   WS-ETF-ID
               EXIT PARAGRAPH
           END-IF
           IF ETFM-PRE-LISTING
               DISPLAY "PRE-LISTING ETF - RE-KEY L WITH THE NEW "
                   "LISTING DATE INSTEAD"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4950-CONFIRM-CHANGE
           IF WS-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE ETFM-STATUS    TO WS-BEFORE-STATUS
           MOVE ETFM-PEND-DATE TO WS-EFF-DATE
           IF ETFM-PEND-STATUS = "T"
               MOVE ZERO TO ETFM-LAST-CREATE-DATE
               MOVE ZERO TO ETFM-LAST-REDEEM-DATE
               MOVE ZERO TO ETFM-DELIST-DATE
           END-IF
           MOVE SPACE TO ETFM-PEND-STATUS
           MOVE ZERO  TO ETFM-PEND-DATE
           MOVE "N"   TO WS-SCHEDULED-SW
           REWRITE ETF-MASTER-REC
           ADD 1 TO WS-MAINT-CNT
           MOVE "X" TO ETFA-ACTION
           PERFORM 7000-WRITE-AUDIT-RECORD.
      *
      *    生效日為今日者即時改狀態，晚於今日者記於排程欄。
       6000-APPLY-OR-SCHEDULE.
           IF WS-SCHEDULED
               MOVE WS-NEW-STATUS TO ETFM-PEND-STATUS
               MOVE WS-EFF-DATE   TO ETFM-PEND-DATE
               DISPLAY "SCHEDULED FOR " WS-EFF-DATE
           ELSE
               MOVE WS-NEW-STATUS TO ETFM-STATUS
               MOVE WS-EFF-DATE   TO ETFM-STATUS-DATE
               MOVE SPACE         TO ETFM-PEND-STATUS
               MOVE ZERO          TO ETFM-PEND-DATE
               DISPLAY "APPLIED - STATUS NOW " ETFM-STATUS
           END-IF
           ADD 1 TO WS-MAINT-CNT.
      *
       7000-WRITE-AUDIT-RECORD.
           MOVE WS-ETF-ID              TO ETFA-ETF-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO ETFA-CHANGE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ETFA-CHANGE-TIME
           MOVE WS-OPERATOR-ID         TO ETFA-OPERATOR-ID
           MOVE WS-EFF-DATE            TO ETFA-EFF-DATE
           MOVE WS-SCHEDULED-SW        TO ETFA-SCHEDULED
           MOVE WS-BEFORE-STATUS       TO ETFA-BEFORE-STATUS
           IF WS-SCHEDULED
               MOVE ETFM-PEND-STATUS   TO ETFA-AFTER-STATUS
           ELSE
               MOVE ETFM-STATUS        TO ETFA-AFTER-STATUS
           END-IF
           MOVE ETFM-ETF-NAME          TO ETFA-ETF-NAME
           MOVE ETFM-LAST-CREATE-DATE  TO ETFA-LAST-CREATE-DATE
           MOVE ETFM-LAST-REDEEM-DATE  TO ETFA-LAST-REDEEM-DATE
           MOVE ETFM-DELIST-DATE       TO ETFA-DELIST-DATE
           WRITE ETF-AUDIT-REC.
