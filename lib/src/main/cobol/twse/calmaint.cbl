      * 檔案名稱：CALMAINT
      *---------------------------------------------------------------
      * TWSE 交易日曆主檔維護（批次）
      * 交易日曆（TWSECAL）為 M02EDIT、M02RUNC、M02SETL、M02ACKA
      * 等日對日程式之共同依據，原靠人工整檔建立、颱風停市時以
      * 公用程式直接改檔。本程式讀取日曆主檔（CALIN）、依維護
      * 交易檔（CALTRAN）逐筆處理後寫出新世代（CALOUT，依日期
      * 遞增 - M02SETL 等呼叫端之既有假設）：
      *   'L' 年度載入 - 依交易所年度休市日公告檔（CALHOLI）重建
      *       該年每一日：週六、週日及公告休市日為 'H'，公告之
      *       週末例外交易日與其餘平日為 'T'。今日以前之日別不動
      *       （已過營業日不回溯）。載入前先刪除載入年度前一年
      *       以前之日別（各讀檔程式表格上限 800 日，僅需保留前
      *       一年供回溯）；刪除後加上該年新日仍逾 800 日者該筆
      *       不載入、列為被拒。刪除日數僅列於報表，不寫稽核。
      *   'C' 臨時休市 - 單日由 'T' 改 'H'（颱風停市等）。
      *   'R' 恢復開市 - 單日由 'H' 改 'T'（停市宣告撤回）。
      * 'C'/'R' 之日期須在日曆上、不得早於今日，且須填事由。
      * 每一日別異動寫前後值稽核（CALAUD，EXTEND 開啟）。臨時休市
      * 後另以 CALIMPT 列印交割/劃撥日受影響明細。
      * 權限檢核：參數卡（CALMPARM）之經辦代號須在權限主檔
      * （OPERROLE）、具 ROLE-BATCH 維護權限、對應員工須在 EMPMSTR
      * 且 ACTIVE；驗證失敗記 SECLOG 並以 RETURN-CODE 16 結束（作法
      * 比照 EMPBATCH）。有交易被拒者以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAL-FILE-IN ASSIGN TO "CALIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAL-FILE-OUT ASSIGN TO "CALOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-FILE-IN  ASSIGN TO "CALTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLI-FILE-IN ASSIGN TO "CALHOLI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE-IN ASSIGN TO "CALMPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAL-AUDIT-FILE ASSIGN TO "CALAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLE-FILE-IN ASSIGN TO "OPERROLE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALM-RPT     ASSIGN TO "CALMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE-IN
           RECORDING MODE IS F.
           COPY "twsecal.cpy".
      *
       FD  CAL-FILE-OUT
           RECORDING MODE IS F.
       01  CAL-OUT-REC         PIC X(09).
      *
       FD  TXN-FILE-IN
           RECORDING MODE IS F.
       01  CAL-TXN-REC.
           05  CT-ACTION       PIC X(01).
           05  CT-DATE         PIC 9(08).
           05  CT-REASON       PIC X(30).
      *
       FD  HOLI-FILE-IN
           RECORDING MODE IS F.
           COPY "calholi.cpy".
      *
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-OPERATOR-ID PIC X(08).
      *
       FD  CAL-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "calaud.cpy".
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
       FD  CALM-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-TXN-EOF-SW   PIC X(01) VALUE 'N'.
               88  WS-TXN-EOF            VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-REJECT-SW    PIC X(01) VALUE 'N'.
               88  WS-REJECTED           VALUE 'Y'.
           05  WS-SWAPPED-SW   PIC X(01) VALUE 'N'.
               88  WS-SWAPPED            VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-TXN-CNT      PIC 9(05) VALUE ZERO.
           05  WS-APPLIED-CNT  PIC 9(05) VALUE ZERO.
           05  WS-REJECT-CNT   PIC 9(05) VALUE ZERO.
           05  WS-DAYS-CHANGED PIC 9(05) VALUE ZERO.
           05  WS-YEAR-CHANGED PIC 9(05) VALUE ZERO.
           05  WS-DAYS-PURGED  PIC 9(05) VALUE ZERO.
           05  WS-ANNC-CNT     PIC 9(05) VALUE ZERO.
       01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
       01  WS-OPER-VALID-SW    PIC X(01) VALUE 'N'.
           88  WS-OPER-VALID             VALUE 'Y'.
       01  WS-EMP-STATUS-SW    PIC X(01) VALUE 'N'.
           88  WS-EMP-FOUND              VALUE 'Y'.
       01  WS-REFUSE-REASON    PIC X(40) VALUE SPACES.
       01  WS-TODAY            PIC 9(08) VALUE ZERO.
       01  WS-NOW-TIME         PIC 9(06) VALUE ZERO.
       01  WS-REJECT-TEXT      PIC X(40) VALUE SPACES.
      *
      *    年度載入工作區。
       01  WS-LOAD-YEAR        PIC 9(04) VALUE ZERO.
       01  WS-YEAR-START       PIC 9(08) VALUE ZERO.
       01  WS-YEAR-END         PIC 9(08) VALUE ZERO.
       01  WS-DAY-INT          PIC 9(07) VALUE ZERO.
       01  WS-END-INT          PIC 9(07) VALUE ZERO.
       01  WS-DAY-DATE         PIC 9(08) VALUE ZERO.
       01  WS-DAY-STATUS       PIC X(01) VALUE SPACE.
       01  WS-WEEKDAY          PIC 9(01) VALUE ZERO.
       01  WS-WEEK-QUOT        PIC 9(07) VALUE ZERO.
       01  WS-DAY-OFFSET       PIC 9(07) VALUE ZERO.
       01  WS-KEEP-FROM        PIC 9(08) VALUE ZERO.
       01  WS-KEEP-CNT         PIC 9(04) VALUE ZERO.
       01  WS-IN-YEAR-CNT      PIC 9(04) VALUE ZERO.
       01  WS-NEW-CNT          PIC 9(04) VALUE ZERO.
       01  WS-YEAR-PURGED      PIC 9(05) VALUE ZERO.
      *
      *    權限主檔表格。
       01  WS-ROLE-TABLE.
           05  WS-ROL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ROL-ENTRY OCCURS 200 TIMES
                   INDEXED BY ROL-IDX.
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-BATCH    PIC X(01).
      *
      *    日曆主檔表格（前一年至已載入之最後年度，上限與各讀檔
      *    程式之 WS-CAL-ENTRY 同為 800 日）。
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 800 TIMES
                   INDEXED BY CAL-IDX CA2-IDX.
               10  WS-CAL-DATE     PIC 9(08).
               10  WS-CAL-STATUS   PIC X(01).
       01  WS-CAL-SWAP.
           05  FILLER          PIC 9(08).
           05  FILLER          PIC X(01).
      *
      *    年度公告表格（處理中之載入年度）。
       01  WS-ANN-TABLE.
           05  WS-ANN-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ANN-ENTRY OCCURS 400 TIMES
                   INDEXED BY ANN-IDX.
               10  WS-ANN-DATE     PIC 9(08).
               10  WS-ANN-TYPE     PIC X(01).
      *
       01  RPT-OPER-LINE.
           05  FILLER          PIC X(12) VALUE " OPERATOR : ".
           05  RPT-OPER-ID     PIC X(08).
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ACTION      PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-DATE        PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-REASON      PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-RESULT      PIC X(40).
       01  RPT-YEAR-LINE.
           05  FILLER          PIC X(17) VALUE "      YEAR LOADED".
           05  FILLER          PIC X(13) VALUE " - ANNOUNCED=".
           05  RPT-Y-ANNC      PIC ZZ9.
           05  FILLER          PIC X(15) VALUE " DAYS CHANGED=".
           05  RPT-Y-CHANGED   PIC ZZ9.
           05  FILLER          PIC X(14) VALUE " DAYS PURGED=".
           05  RPT-Y-PURGED    PIC ZZ9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-VALIDATE-OPERATOR
           PERFORM 2000-LOAD-CALENDAR
           OPEN INPUT TXN-FILE-IN
           OPEN EXTEND CAL-AUDIT-FILE
           PERFORM 3000-READ-TXN
           PERFORM UNTIL WS-TXN-EOF
               PERFORM 3100-PROCESS-TXN
               PERFORM 3000-READ-TXN
           END-PERFORM
           CLOSE TXN-FILE-IN
           CLOSE CAL-AUDIT-FILE
           PERFORM 7000-SORT-CALENDAR
           PERFORM 7500-WRITE-CALENDAR
           PERFORM 9000-TERMINATE
           IF WS-REJECT-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "CALMAINT ABEND - CALMPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
           CLOSE PARM-FILE-IN
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME
           OPEN OUTPUT CALM-RPT
           MOVE "TWSE TRADING CALENDAR MAINTENANCE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OPERATOR-ID TO RPT-OPER-ID
           MOVE RPT-OPER-LINE  TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      *
       1500-VALIDATE-OPERATOR.
           OPEN EXTEND SEC-LOG-FILE
           MOVE "N" TO WS-OPER-VALID-SW
           PERFORM 1510-LOAD-ROLE-MASTER
           PERFORM VARYING ROL-IDX FROM 1 BY 1
                   UNTIL ROL-IDX > WS-ROL-CNT
               IF WS-ROL-OPER-ID (ROL-IDX) = WS-OPERATOR-ID
                   SET WS-OPER-VALID TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-OPER-VALID
                   MOVE "OPERATOR NOT ON ROLE MASTER"
                       TO WS-REFUSE-REASON
               WHEN WS-ROL-BATCH (ROL-IDX) NOT = "Y"
                   MOVE "N" TO WS-OPER-VALID-SW
                   MOVE "NO BATCH ROLE FOR CALENDAR MAINTENANCE"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 1520-CHECK-EMPLOYEE-ACTIVE
           END-EVALUATE
           IF NOT WS-OPER-VALID
               PERFORM 1590-LOG-SECURITY-FAILURE
               CLOSE SEC-LOG-FILE
               MOVE " *** OPERATOR VALIDATION FAILED - NOTHING APPLIED"
                   TO RPT-LINE
               WRITE RPT-LINE
               CLOSE CALM-RPT
               DISPLAY "CALMAINT ABEND - OPERATOR VALIDATION FAILED: "
                   WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SEC-LOG-FILE.
      *
       1510-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 1511-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "CALMAINT ABEND - ROLE TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-ROL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROL-CNT
               SET ROL-IDX TO WS-ROL-CNT
               MOVE ROLE-OPER-ID TO WS-ROL-OPER-ID (ROL-IDX)
               MOVE ROLE-EMP-ID  TO WS-ROL-EMP-ID (ROL-IDX)
               MOVE ROLE-BATCH   TO WS-ROL-BATCH (ROL-IDX)
               PERFORM 1511-READ-ROLE
           END-PERFORM
           CLOSE ROLE-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       1511-READ-ROLE.
           READ ROLE-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       1520-CHECK-EMPLOYEE-ACTIVE.
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-ROL-EMP-ID (ROL-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY     MOVE 'N' TO WS-EMP-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-EMP-STATUS-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-EMP-FOUND
                   MOVE "N" TO WS-OPER-VALID-SW
                   MOVE "EMPLOYEE NOT ON EMPMSTR" TO WS-REFUSE-REASON
               WHEN NOT ACTIVE
                   MOVE "N" TO WS-OPER-VALID-SW
                   MOVE "EMPLOYEE NOT ACTIVE" TO WS-REFUSE-REASON
           END-EVALUATE
           CLOSE EMPLOYEE-FILE.
      *
       1590-LOG-SECURITY-FAILURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SEC-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO SEC-LOG-TIME
           MOVE "CALMAINT"       TO SEC-PROGRAM
           MOVE WS-OPERATOR-ID   TO SEC-OPER-ID
           MOVE WS-REFUSE-REASON TO SEC-REASON
           WRITE SEC-LOG-REC.
      *
       2000-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE-IN
           PERFORM 2100-READ-CALENDAR
           PERFORM UNTIL WS-EOF
               IF WS-CAL-CNT >= 800
                   DISPLAY "CALMAINT ABEND - CALENDAR TABLE FULL AT "
                       "800 ENTRIES, RAISE WS-CAL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAL-CNT
               SET CAL-IDX TO WS-CAL-CNT
               MOVE CAL-DATE       TO WS-CAL-DATE (CAL-IDX)
               MOVE CAL-DAY-STATUS TO WS-CAL-STATUS (CAL-IDX)
               PERFORM 2100-READ-CALENDAR
           END-PERFORM
           CLOSE CAL-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-CALENDAR.
           READ CAL-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3000-READ-TXN.
           READ TXN-FILE-IN
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
      *
       3100-PROCESS-TXN.
           ADD 1 TO WS-TXN-CNT
           MOVE "N"    TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO RPT-LINE
           MOVE CT-ACTION TO RPT-ACTION
           MOVE CT-DATE   TO RPT-DATE
           MOVE CT-REASON TO RPT-REASON
           EVALUATE TRUE
               WHEN CT-DATE NOT NUMERIC
                   SET WS-REJECTED TO TRUE
                   MOVE "** REJECTED - DATE NOT NUMERIC"
                       TO WS-REJECT-TEXT
               WHEN CT-ACTION = "L"
                   PERFORM 4000-LOAD-YEAR
               WHEN CT-ACTION = "C" OR CT-ACTION = "R"
                   PERFORM 5000-CHANGE-ONE-DAY
               WHEN OTHER
                   SET WS-REJECTED TO TRUE
                   MOVE "** REJECTED - ACTION MUST BE L, C OR R"
                       TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECTED
               ADD 1 TO WS-REJECT-CNT
               MOVE WS-REJECT-TEXT TO RPT-RESULT
           ELSE
               ADD 1 TO WS-APPLIED-CNT
               MOVE "APPLIED" TO RPT-RESULT
           END-IF
           MOVE RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           IF CT-ACTION = "L" AND NOT WS-REJECTED
               MOVE WS-ANNC-CNT     TO RPT-Y-ANNC
               MOVE WS-YEAR-CHANGED TO RPT-Y-CHANGED
               MOVE WS-YEAR-PURGED  TO RPT-Y-PURGED
               MOVE RPT-YEAR-LINE   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
      *    年度載入：先載入該年公告，再自元旦逐日至除夕重建日別；
      *    今日以前之日期保留原值不動。載入前刪除前一年以前之日別，
      *    並先核算載入後日數不逾表格上限。
       4000-LOAD-YEAR.
           MOVE CT-DATE (1:4) TO WS-LOAD-YEAR
           PERFORM 4100-LOAD-ANNOUNCEMENT
           IF WS-ANN-CNT = ZERO
               SET WS-REJECTED TO TRUE
               MOVE "** REJECTED - NO ANNOUNCEMENT FOR YEAR"
                   TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANN-CNT TO WS-ANNC-CNT
           MOVE ZERO       TO WS-YEAR-CHANGED
           MOVE ZERO       TO WS-YEAR-PURGED
           COMPUTE WS-YEAR-START = WS-LOAD-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END   = WS-LOAD-YEAR * 10000 + 1231
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-YEAR-START)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE (WS-YEAR-END)
           PERFORM 4050-CHECK-CAPACITY
           IF WS-REJECTED
               EXIT PARAGRAPH
           END-IF
           PERFORM 4060-PURGE-OLD-YEARS
           PERFORM UNTIL WS-DAY-INT > WS-END-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               IF WS-DAY-DATE >= WS-TODAY
                   PERFORM 4200-DERIVE-DAY-STATUS
                   PERFORM 4300-APPLY-YEAR-DAY
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM.
      *
      *    保留前一年元旦起之日別；載入年度中尚未在日曆者為新日。
      *    今日以前之新日不寫入，故以全年計為保守上限。
       4050-CHECK-CAPACITY.
           COMPUTE WS-KEEP-FROM = (WS-LOAD-YEAR - 1) * 10000 + 0101
           MOVE ZERO TO WS-KEEP-CNT
           MOVE ZERO TO WS-IN-YEAR-CNT
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-CNT
               IF WS-CAL-DATE (CAL-IDX) >= WS-KEEP-FROM
                   ADD 1 TO WS-KEEP-CNT
               END-IF
               IF WS-CAL-DATE (CAL-IDX) >= WS-YEAR-START
                  AND WS-CAL-DATE (CAL-IDX) <= WS-YEAR-END
                   ADD 1 TO WS-IN-YEAR-CNT
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-CNT = WS-END-INT - WS-DAY-INT + 1
                              - WS-IN-YEAR-CNT
           IF WS-KEEP-CNT + WS-NEW-CNT > 800
               SET WS-REJECTED TO TRUE
               MOVE "** REJECTED - CALENDAR WOULD PASS 800 DAYS"
                   TO WS-REJECT-TEXT
           END-IF.
      *
      *    前一年以前之日別自表格移除（其後各日前移，順序不變）。
       4060-PURGE-OLD-YEARS.
           SET CA2-IDX TO 1
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-CNT
               IF WS-CAL-DATE (CAL-IDX) < WS-KEEP-FROM
                   ADD 1 TO WS-YEAR-PURGED
               ELSE
                   MOVE WS-CAL-ENTRY (CAL-IDX)
                       TO WS-CAL-ENTRY (CA2-IDX)
                   SET CA2-IDX UP BY 1
               END-IF
           END-PERFORM
           SUBTRACT WS-YEAR-PURGED FROM WS-CAL-CNT
           ADD WS-YEAR-PURGED TO WS-DAYS-PURGED.
      *
       4100-LOAD-ANNOUNCEMENT.
           MOVE ZERO TO WS-ANN-CNT
           MOVE "N"  TO WS-EOF-SW
           OPEN INPUT HOLI-FILE-IN
           PERFORM UNTIL WS-EOF
               READ HOLI-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF HA-DATE (1:4) = CT-DATE (1:4)
                           IF WS-ANN-CNT >= 400
                               DISPLAY "CALMAINT ABEND - ANNOUNCEMENT "
                                   "TABLE FULL AT 400 ENTRIES, RAISE "
                                   "WS-ANN-ENTRY OCCURS"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ANN-CNT
                           SET ANN-IDX TO WS-ANN-CNT
                           MOVE HA-DATE     TO WS-ANN-DATE (ANN-IDX)
                           MOVE HA-DAY-TYPE TO WS-ANN-TYPE (ANN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLI-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
      *    INTEGER-OF-DATE 之第 1 日（1601/01/01）為星期一，餘數 5、6
      *    即週六、週日。公告列入者以公告日別為準。
       4200-DERIVE-DAY-STATUS.
           COMPUTE WS-DAY-OFFSET = WS-DAY-INT - 1
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY >= 5
               MOVE "H" TO WS-DAY-STATUS
           ELSE
               MOVE "T" TO WS-DAY-STATUS
           END-IF
           PERFORM VARYING ANN-IDX FROM 1 BY 1
                   UNTIL ANN-IDX > WS-ANN-CNT
               IF WS-ANN-DATE (ANN-IDX) = WS-DAY-DATE
                   IF WS-ANN-TYPE (ANN-IDX) = "T"
                       MOVE "T" TO WS-DAY-STATUS
                   ELSE
                       MOVE "H" TO WS-DAY-STATUS
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       4300-APPLY-YEAR-DAY.
           MOVE WS-DAY-DATE TO CALA-CAL-DATE
           PERFORM 6000-FIND-CAL-DATE
           IF WS-FOUND
               IF WS-CAL-STATUS (CAL-IDX) NOT = WS-DAY-STATUS
                   MOVE WS-CAL-STATUS (CAL-IDX) TO CALA-BEFORE-STATUS
                   MOVE WS-DAY-STATUS TO WS-CAL-STATUS (CAL-IDX)
                   PERFORM 4400-AUDIT-YEAR-DAY
               END-IF
           ELSE
               IF WS-CAL-CNT >= 800
                   DISPLAY "CALMAINT ABEND - CALENDAR TABLE FULL AT "
                       "800 ENTRIES, RAISE WS-CAL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAL-CNT
               SET CAL-IDX TO WS-CAL-CNT
               MOVE WS-DAY-DATE   TO WS-CAL-DATE (CAL-IDX)
               MOVE WS-DAY-STATUS TO WS-CAL-STATUS (CAL-IDX)
               MOVE SPACE TO CALA-BEFORE-STATUS
               PERFORM 4400-AUDIT-YEAR-DAY
           END-IF.
      *
       4400-AUDIT-YEAR-DAY.
           ADD 1 TO WS-YEAR-CHANGED
           ADD 1 TO WS-DAYS-CHANGED
           MOVE "L"           TO CALA-ACTION
           MOVE WS-DAY-STATUS TO CALA-AFTER-STATUS
           MOVE CT-REASON     TO CALA-REASON
           PERFORM 6500-WRITE-AUDIT.
      *
       5000-CHANGE-ONE-DAY.
           MOVE CT-DATE TO WS-DAY-DATE
           PERFORM 6000-FIND-CAL-DATE
           EVALUATE TRUE
               WHEN CT-REASON = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE "** REJECTED - REASON REQUIRED"
                       TO WS-REJECT-TEXT
               WHEN CT-DATE < WS-TODAY
                   SET WS-REJECTED TO TRUE
                   MOVE "** REJECTED - DATE ALREADY PAST"
                       TO WS-REJECT-TEXT
               WHEN NOT WS-FOUND
                   SET WS-REJECTED TO TRUE
                   MOVE "** REJECTED - DATE NOT ON CALENDAR"
                       TO WS-REJECT-TEXT
               WHEN CT-ACTION = "C"
                    AND WS-CAL-STATUS (CAL-IDX) NOT = "T"
                   SET WS-REJECTED TO TRUE
                   MOVE "** REJECTED - NOT A TRADING DAY"
                       TO WS-REJECT-TEXT
               WHEN CT-ACTION = "R"
                    AND WS-CAL-STATUS (CAL-IDX) NOT = "H"
                   SET WS-REJECTED TO TRUE
                   MOVE "** REJECTED - NOT A HOLIDAY"
                       TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAY-DATE TO CALA-CAL-DATE
           MOVE WS-CAL-STATUS (CAL-IDX) TO CALA-BEFORE-STATUS
           IF CT-ACTION = "C"
               MOVE "H" TO WS-CAL-STATUS (CAL-IDX)
           ELSE
               MOVE "T" TO WS-CAL-STATUS (CAL-IDX)
           END-IF
           ADD 1 TO WS-DAYS-CHANGED
           MOVE CT-ACTION               TO CALA-ACTION
           MOVE WS-CAL-STATUS (CAL-IDX) TO CALA-AFTER-STATUS
           MOVE CT-REASON               TO CALA-REASON
           PERFORM 6500-WRITE-AUDIT.
      *
       6000-FIND-CAL-DATE.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-CNT
               IF WS-CAL-DATE (CAL-IDX) = WS-DAY-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       6500-WRITE-AUDIT.
           MOVE WS-TODAY       TO CALA-CHANGE-DATE
           MOVE WS-NOW-TIME    TO CALA-CHANGE-TIME
           MOVE WS-OPERATOR-ID TO CALA-OPERATOR-ID
           WRITE CAL-AUDIT-REC.
      *
      *    年度載入之新日附加於表尾，寫出前依日期遞增重排（既有
      *    部分已有序，交換至一趟無交換即止）。
       7000-SORT-CALENDAR.
           SET WS-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE "N" TO WS-SWAPPED-SW
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX >= WS-CAL-CNT
                   SET CA2-IDX TO CAL-IDX
                   SET CA2-IDX UP BY 1
                   IF WS-CAL-DATE (CAL-IDX) > WS-CAL-DATE (CA2-IDX)
                       MOVE WS-CAL-ENTRY (CAL-IDX) TO WS-CAL-SWAP
                       MOVE WS-CAL-ENTRY (CA2-IDX)
                           TO WS-CAL-ENTRY (CAL-IDX)
                       MOVE WS-CAL-SWAP TO WS-CAL-ENTRY (CA2-IDX)
                       SET WS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       7500-WRITE-CALENDAR.
           OPEN OUTPUT CAL-FILE-OUT
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-CNT
               MOVE WS-CAL-DATE (CAL-IDX)   TO CAL-DATE
               MOVE WS-CAL-STATUS (CAL-IDX) TO CAL-DAY-STATUS
               WRITE CAL-OUT-REC FROM TWSE-CAL-REC
           END-PERFORM
           CLOSE CAL-FILE-OUT.
      *
       9000-TERMINATE.
           CLOSE CALM-RPT
           DISPLAY "CALMAINT TXNS=" WS-TXN-CNT
               " APPLIED=" WS-APPLIED-CNT
               " REJECTED=" WS-REJECT-CNT
               " DAYS-CHANGED=" WS-DAYS-CHANGED
               " DAYS-PURGED=" WS-DAYS-PURGED
               " CALENDAR-DAYS=" WS-CAL-CNT.
