      * 檔案名稱：M02STUK
      *---------------------------------------------------------------
      * M02 申報逾時滯留日報
      * 申報卡在某一站（例如 TWSE 已接受卻未出交割指示）時，過去
      * 要等券商來電或月底請款對不上才發現。本程式讀取生命週期
      * 日誌（M02LIFE），依 M02-KEY 取各筆申報之最新單筆事件，
      * 已出指示者再以交割日/劃撥日對回交割群組（M02CNFM）與資金
      * 群組（M02BNKC）之最新結果、以申請日月份對回請款（M02BILL），
      * 定出目前所在階段，並以 TWSE 交易日（CALFILE，算法比照
      * M02CNFM 齡期）計算停留天數，超過各階段預期者列報：
      *   編審通過未送件       預設 1 交易日
      *   信用閘門攔下未放行   預設 2 交易日
      *   已送 TWSE 未回覆     預設 1 交易日
      *   TWSE 已接受未出指示  預設 1 交易日
      *   已出指示未確認交割   預設 3 交易日
      *   交割違約/銀行缺口    不計天數一律列報
      *   已交割未請款         預設 25 交易日（月結請款）
      * 退件（內部或 TWSE）及已請款者為終點，不列報。申請日早於
      * 回溯期間（預設 60 交易日）之申報不納入。各天數及回溯期間
      * 得以選擇性控制卡（STUKPARM）覆寫，欄位為零者取預設值。
      * 任一筆逾時即以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02STUK.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAL-FILE     ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE-IN ASSIGN TO "STUKPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUK-RPT     ASSIGN TO "M02IRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  CAL-FILE
           RECORDING MODE IS F.
           COPY "twsecal.cpy".
      *
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-LOOKBACK   PIC 9(03).
           05  PARM-AGE-PASSED PIC 9(02).
           05  PARM-AGE-HELD   PIC 9(02).
           05  PARM-AGE-SENT   PIC 9(02).
           05  PARM-AGE-ACCEPTED PIC 9(02).
           05  PARM-AGE-INSTRUCTED PIC 9(02).
           05  PARM-AGE-UNBILLED PIC 9(02).
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       FD  STUK-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-SETTLED-SW   PIC X(01) VALUE 'N'.
               88  WS-SETTLED            VALUE 'Y'.
           05  WS-FAILED-SW    PIC X(01) VALUE 'N'.
               88  WS-FAILED             VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-READ-CNT     PIC 9(09) VALUE ZERO.
           05  WS-REJECT-CNT   PIC 9(07) VALUE ZERO.
           05  WS-BILLED-CNT   PIC 9(07) VALUE ZERO.
           05  WS-OPEN-CNT     PIC 9(07) VALUE ZERO.
           05  WS-STUCK-CNT    PIC 9(07) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-START     PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-MONTH     PIC 9(08) VALUE ZERO.
       01  WS-WORK-YYYYMM      PIC 9(06) VALUE ZERO.
       01  WS-TRADE-DAYS       PIC 9(04) VALUE ZERO.
       01  WS-AGE-FROM         PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS         PIC 9(04) VALUE ZERO.
       01  WS-AGE-LIMIT        PIC 9(02) VALUE ZERO.
       01  WS-SETTLE-EVT-DATE  PIC 9(08) VALUE ZERO.
       01  WS-CAT-NO           PIC 9(01) VALUE ZERO.
      *
      *    各階段預期停留交易日數（STUKPARM 非零者覆寫）。
       01  WS-LIMITS.
           05  WS-LOOKBACK     PIC 9(03) VALUE 60.
           05  WS-LIM-PASSED   PIC 9(02) VALUE 1.
           05  WS-LIM-HELD     PIC 9(02) VALUE 2.
           05  WS-LIM-SENT     PIC 9(02) VALUE 1.
           05  WS-LIM-ACCEPTED PIC 9(02) VALUE 1.
           05  WS-LIM-INSTRUCTED PIC 9(02) VALUE 3.
           05  WS-LIM-UNBILLED PIC 9(02) VALUE 25.
      *
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 800 TIMES
                   INDEXED BY CAL-IDX.
               10  WS-CAL-DATE     PIC 9(08).
               10  WS-CAL-STATUS   PIC X(01).
      *
      *    各筆申報最新單筆事件（日誌依時間先後附加，後讀者為準）。
       01  WS-KEY-TABLE.
           05  WS-KEY-CNT      PIC 9(05) VALUE ZERO.
           05  WS-KEY-ENTRY OCCURS 10000 TIMES
                   INDEXED BY KEY-IDX.
               10  WS-KEY-M02-KEY.
                   15  WS-KEY-BROKER   PIC X(04).
                   15  WS-KEY-TX-DATE  PIC 9(08).
                   15  WS-KEY-SEQNO    PIC X(03).
               10  WS-KEY-ETF-ID   PIC X(06).
               10  WS-KEY-STAGE    PIC X(08).
               10  WS-KEY-OUTCOME  PIC X(01).
               10  WS-KEY-ERROR-CODE PIC X(02).
               10  WS-KEY-STATE-DATE PIC 9(08).
               10  WS-KEY-SETTLE-DATE PIC 9(08).
               10  WS-KEY-VALUE-DATE PIC 9(08).
               10  WS-KEY-CAT      PIC 9(01).
               10  WS-KEY-AGE      PIC 9(04).
               10  WS-KEY-SINCE    PIC 9(08).
               10  WS-KEY-REF-DATE PIC 9(08).
      *
      *    交割/資金/請款群組最新結果。
       01  WS-GRP-TABLE.
           05  WS-GRP-CNT      PIC 9(05) VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY GRP-IDX.
               10  WS-GRP-SCOPE    PIC X(01).
               10  WS-GRP-BROKER   PIC X(04).
               10  WS-GRP-ETF-ID   PIC X(06).
               10  WS-GRP-REF-DATE PIC 9(08).
               10  WS-GRP-OUTCOME  PIC X(01).
               10  WS-GRP-EVT-DATE PIC 9(08).
       01  WS-GRP-LOOK.
           05  WS-GRP-LOOK-SCOPE   PIC X(01).
           05  WS-GRP-LOOK-BROKER  PIC X(04).
           05  WS-GRP-LOOK-ETF-ID  PIC X(06).
           05  WS-GRP-LOOK-REF     PIC 9(08).
      *
      *    逾時類別（1-7）之報表文字與筆數。
       01  WS-CAT-NAME-LIST.
           05  FILLER          PIC X(40) VALUE
               "PASSED INTAKE, NOT SENT TO TWSE".
           05  FILLER          PIC X(40) VALUE
               "HELD BY CREDIT GATE, NOT RELEASED".
           05  FILLER          PIC X(40) VALUE
               "SENT TO TWSE, NO ACKNOWLEDGEMENT".
           05  FILLER          PIC X(40) VALUE
               "ACCEPTED BY TWSE, NO INSTRUCTION".
           05  FILLER          PIC X(40) VALUE
               "INSTRUCTED, NO SETTLEMENT CONFIRMATION".
           05  FILLER          PIC X(40) VALUE
               "SETTLEMENT FAIL OR CASH BREAK".
           05  FILLER          PIC X(40) VALUE
               "SETTLED, NOT BILLED".
       01  WS-CAT-NAMES REDEFINES WS-CAT-NAME-LIST.
           05  WS-CAT-NAME     PIC X(40) OCCURS 7 TIMES.
       01  WS-CAT-COUNTS.
           05  WS-CAT-CNT      PIC 9(07) OCCURS 7 TIMES.
      *
       01  RPT-HEAD-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(36) VALUE
               "M02 SUBMISSIONS STUCK IN LIFECYCLE -".
           05  FILLER          PIC X(15) VALUE " BUSINESS DATE=".
           05  RPT-H-BUS-DATE  PIC 9(08).
           05  FILLER          PIC X(14) VALUE "  WINDOW FROM=".
           05  RPT-H-WINDOW    PIC 9(08).
       01  RPT-LIMIT-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(27) VALUE
               "AGE LIMITS (TRADING DAYS):".
           05  FILLER          PIC X(08) VALUE " PASSED=".
           05  RPT-L-PASSED    PIC Z9.
           05  FILLER          PIC X(06) VALUE " HELD=".
           05  RPT-L-HELD      PIC Z9.
           05  FILLER          PIC X(06) VALUE " SENT=".
           05  RPT-L-SENT      PIC Z9.
           05  FILLER          PIC X(10) VALUE " ACCEPTED=".
           05  RPT-L-ACCEPTED  PIC Z9.
           05  FILLER          PIC X(12) VALUE " INSTRUCTED=".
           05  RPT-L-INSTRUCTED PIC Z9.
           05  FILLER          PIC X(10) VALUE " UNBILLED=".
           05  RPT-L-UNBILLED  PIC Z9.
       01  RPT-CAT-HEAD.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(04) VALUE "*** ".
           05  RPT-C-NAME      PIC X(40).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(50) VALUE
               "   BROKER TX-DATE  SEQ ETF-ID LAST-STG ERR SINCE  ".
           05  FILLER          PIC X(20) VALUE
               "  AGE REF-DATE".
       01  RPT-DETAIL.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-D-BROKER-ID PIC X(04).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-D-TX-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-SEQNO     PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-ETF-ID    PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-STAGE     PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-ERROR-CODE PIC X(02).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-D-SINCE     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-AGE       PIC ZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-REF-DATE  PIC X(08).
       01  RPT-CAT-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-T-NAME      PIC X(40).
           05  FILLER          PIC X(01) VALUE "=".
           05  RPT-T-COUNT     PIC Z(6)9.
       01  RPT-SUMMARY-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(15) VALUE "KEYS IN WINDOW=".
           05  RPT-S-KEYS      PIC Z(6)9.
           05  FILLER          PIC X(11) VALUE "  REJECTED=".
           05  RPT-S-REJECTED  PIC Z(6)9.
           05  FILLER          PIC X(09) VALUE "  BILLED=".
           05  RPT-S-BILLED    PIC Z(6)9.
           05  FILLER          PIC X(12) VALUE "  IN-PROCESS".
           05  FILLER          PIC X(01) VALUE "=".
           05  RPT-S-OPEN      PIC Z(6)9.
           05  FILLER          PIC X(08) VALUE "  STUCK=".
           05  RPT-S-STUCK     PIC Z(6)9.
       01  RPT-NONE-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(40) VALUE
               "NO SUBMISSIONS BEYOND EXPECTED AGE".
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-JOURNAL
           PERFORM 3000-EVALUATE-KEYS
           PERFORM 4000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           IF WS-STUCK-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1200-READ-BUSINESS-DATE
           PERFORM 1300-LOAD-CALENDAR
           PERFORM 1400-READ-PARM
           PERFORM 1500-FIND-WINDOW-START
           INITIALIZE WS-CAT-COUNTS
           OPEN OUTPUT STUK-RPT.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M02STUK ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.
      *
       1300-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE
           PERFORM 1310-READ-CALENDAR
           PERFORM UNTIL WS-EOF
               IF WS-CAL-CNT >= 800
                   DISPLAY "M02STUK ABEND - CALENDAR TABLE FULL AT "
                       "800 ENTRIES, RAISE WS-CAL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAL-CNT
               SET CAL-IDX TO WS-CAL-CNT
               MOVE CAL-DATE       TO WS-CAL-DATE (CAL-IDX)
               MOVE CAL-DAY-STATUS TO WS-CAL-STATUS (CAL-IDX)
               PERFORM 1310-READ-CALENDAR
           END-PERFORM
           CLOSE CAL-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       1310-READ-CALENDAR.
           READ CAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    控制卡缺漏或欄位為零者沿用預設值。
       1400-READ-PARM.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   CLOSE PARM-FILE-IN
                   EXIT PARAGRAPH
           END-READ
           IF PARM-LOOKBACK NOT = ZERO
               MOVE PARM-LOOKBACK TO WS-LOOKBACK
           END-IF
           IF PARM-AGE-PASSED NOT = ZERO
               MOVE PARM-AGE-PASSED TO WS-LIM-PASSED
           END-IF
           IF PARM-AGE-HELD NOT = ZERO
               MOVE PARM-AGE-HELD TO WS-LIM-HELD
           END-IF
           IF PARM-AGE-SENT NOT = ZERO
               MOVE PARM-AGE-SENT TO WS-LIM-SENT
           END-IF
           IF PARM-AGE-ACCEPTED NOT = ZERO
               MOVE PARM-AGE-ACCEPTED TO WS-LIM-ACCEPTED
           END-IF
           IF PARM-AGE-INSTRUCTED NOT = ZERO
               MOVE PARM-AGE-INSTRUCTED TO WS-LIM-INSTRUCTED
           END-IF
           IF PARM-AGE-UNBILLED NOT = ZERO
               MOVE PARM-AGE-UNBILLED TO WS-LIM-UNBILLED
           END-IF
           CLOSE PARM-FILE-IN.
      *
      *    回溯起日 = 營業日（含）往前數第 WS-LOOKBACK 個交易日；
      *    日曆涵蓋不足時不設下限。
       1500-FIND-WINDOW-START.
           MOVE ZERO TO WS-TRADE-DAYS
           PERFORM VARYING CAL-IDX FROM WS-CAL-CNT BY -1
                   UNTIL CAL-IDX < 1
               IF WS-CAL-STATUS (CAL-IDX) = "T"
                  AND WS-CAL-DATE (CAL-IDX) <= WS-BUSINESS-DATE
                   ADD 1 TO WS-TRADE-DAYS
                   IF WS-TRADE-DAYS >= WS-LOOKBACK
                       MOVE WS-CAL-DATE (CAL-IDX) TO WS-WINDOW-START
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           DIVIDE WS-WINDOW-START BY 100 GIVING WS-WORK-YYYYMM
           COMPUTE WS-WINDOW-MONTH = WS-WORK-YYYYMM * 100 + 1.
      *
      *    單筆事件更新該鍵最新狀態；群組事件更新群組最新結果。
      *    窗口內各鍵之交割/入帳日不早於窗口起日、帳單月不早於
      *    窗口起月，早於者之群組事件不載入。
       2000-LOAD-JOURNAL.
           OPEN INPUT LIFE-FILE
           PERFORM 2100-READ-LIFE
           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN LJ-SCOPE-KEY
                       IF LJ-TX-DATE >= WS-WINDOW-START
                           PERFORM 2200-POST-KEY-EVENT
                       END-IF
                   WHEN LJ-SCOPE-SETTLE
                   WHEN LJ-SCOPE-CASH
                       IF LJ-REF-DATE >= WS-WINDOW-START
                           PERFORM 2300-POST-GROUP-EVENT
                       END-IF
                   WHEN LJ-SCOPE-BILL
                       IF LJ-REF-DATE >= WS-WINDOW-MONTH
                           PERFORM 2300-POST-GROUP-EVENT
                       END-IF
               END-EVALUATE
               PERFORM 2100-READ-LIFE
           END-PERFORM
           CLOSE LIFE-FILE.
      *
       2100-READ-LIFE.
           READ LIFE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-READ-CNT
           END-READ.
      *
       2200-POST-KEY-EVENT.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > WS-KEY-CNT
               IF WS-KEY-M02-KEY (KEY-IDX) = LJ-KEY
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-KEY-CNT >= 10000
                   DISPLAY "M02STUK ABEND - KEY TABLE FULL AT 10000 "
                       "ENTRIES, SHORTEN STUKPARM LOOKBACK OR RAISE "
                       "WS-KEY-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-KEY-CNT
               SET KEY-IDX TO WS-KEY-CNT
               MOVE LJ-KEY  TO WS-KEY-M02-KEY (KEY-IDX)
               MOVE ZERO    TO WS-KEY-SETTLE-DATE (KEY-IDX)
               MOVE ZERO    TO WS-KEY-VALUE-DATE (KEY-IDX)
           END-IF
           IF LJ-ETF-ID NOT = SPACES
               MOVE LJ-ETF-ID TO WS-KEY-ETF-ID (KEY-IDX)
           END-IF
      *    更正重送之申報自編審重新起算，前次交割日不再適用。
           IF LJ-STAGE = "M02EDIT"
               MOVE ZERO TO WS-KEY-SETTLE-DATE (KEY-IDX)
               MOVE ZERO TO WS-KEY-VALUE-DATE (KEY-IDX)
           END-IF
           MOVE LJ-STAGE      TO WS-KEY-STAGE (KEY-IDX)
           MOVE LJ-OUTCOME    TO WS-KEY-OUTCOME (KEY-IDX)
           MOVE LJ-ERROR-CODE TO WS-KEY-ERROR-CODE (KEY-IDX)
           MOVE LJ-EVENT-DATE TO WS-KEY-STATE-DATE (KEY-IDX)
           IF LJ-INSTRUCTED AND LJ-STAGE = "M02CUST"
               MOVE LJ-REF-DATE TO WS-KEY-SETTLE-DATE (KEY-IDX)
           END-IF
           IF LJ-INSTRUCTED AND LJ-STAGE = "M02FUND"
               MOVE LJ-REF-DATE TO WS-KEY-VALUE-DATE (KEY-IDX)
           END-IF.
      *
       2300-POST-GROUP-EVENT.
           MOVE LJ-SCOPE     TO WS-GRP-LOOK-SCOPE
           MOVE LJ-BROKER-ID TO WS-GRP-LOOK-BROKER
           MOVE LJ-ETF-ID    TO WS-GRP-LOOK-ETF-ID
           MOVE LJ-REF-DATE  TO WS-GRP-LOOK-REF
           PERFORM 8000-FIND-GROUP
           IF NOT WS-FOUND
               IF WS-GRP-CNT >= 5000
                   DISPLAY "M02STUK ABEND - GROUP TABLE FULL AT 5000 "
                       "ENTRIES, RAISE WS-GRP-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRP-CNT
               SET GRP-IDX TO WS-GRP-CNT
               MOVE LJ-SCOPE     TO WS-GRP-SCOPE (GRP-IDX)
               MOVE LJ-BROKER-ID TO WS-GRP-BROKER (GRP-IDX)
               MOVE LJ-ETF-ID    TO WS-GRP-ETF-ID (GRP-IDX)
               MOVE LJ-REF-DATE  TO WS-GRP-REF-DATE (GRP-IDX)
           END-IF
           MOVE LJ-OUTCOME    TO WS-GRP-OUTCOME (GRP-IDX)
           MOVE LJ-EVENT-DATE TO WS-GRP-EVT-DATE (GRP-IDX).
      *
       3000-EVALUATE-KEYS.
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > WS-KEY-CNT
               PERFORM 3100-EVALUATE-ONE-KEY
           END-PERFORM.
      *
      *    依最新單筆事件定階段；已出指示者再看交割/資金/請款群組。
       3100-EVALUATE-ONE-KEY.
           MOVE ZERO TO WS-CAT-NO
           MOVE ZERO TO WS-KEY-REF-DATE (KEY-IDX)
           MOVE WS-KEY-STATE-DATE (KEY-IDX) TO WS-AGE-FROM
           EVALUATE WS-KEY-OUTCOME (KEY-IDX)
               WHEN "R"
                   ADD 1 TO WS-REJECT-CNT
                   EXIT PARAGRAPH
               WHEN "P"
                   MOVE 1 TO WS-CAT-NO
                   MOVE WS-LIM-PASSED TO WS-AGE-LIMIT
               WHEN "H"
                   MOVE 2 TO WS-CAT-NO
                   MOVE WS-LIM-HELD TO WS-AGE-LIMIT
               WHEN "S"
                   MOVE 3 TO WS-CAT-NO
                   MOVE WS-LIM-SENT TO WS-AGE-LIMIT
               WHEN "A"
                   MOVE 4 TO WS-CAT-NO
                   MOVE WS-LIM-ACCEPTED TO WS-AGE-LIMIT
               WHEN "I"
                   PERFORM 3200-CHECK-SETTLEMENT
                   IF WS-CAT-NO = ZERO
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-CAT-NO
                   MOVE WS-LIM-PASSED TO WS-AGE-LIMIT
           END-EVALUATE
           PERFORM 7000-COMPUTE-AGE
           MOVE WS-AGE-DAYS TO WS-KEY-AGE (KEY-IDX)
           MOVE WS-AGE-FROM TO WS-KEY-SINCE (KEY-IDX)
           IF WS-CAT-NO = 6 OR WS-AGE-DAYS >= WS-AGE-LIMIT
               MOVE WS-CAT-NO TO WS-KEY-CAT (KEY-IDX)
               ADD 1 TO WS-CAT-CNT (WS-CAT-NO)
               ADD 1 TO WS-STUCK-CNT
           ELSE
               MOVE ZERO TO WS-KEY-CAT (KEY-IDX)
               ADD 1 TO WS-OPEN-CNT
           END-IF.
      *
      *    交割日（股票）與劃撥日（現金）各自對回群組；全部相符才
      *    算交割完成，任一違約/缺口即列報。完成者再看當月請款。
       3200-CHECK-SETTLEMENT.
           MOVE "Y"  TO WS-SETTLED-SW
           MOVE "N"  TO WS-FAILED-SW
           MOVE ZERO TO WS-SETTLE-EVT-DATE
           IF WS-KEY-SETTLE-DATE (KEY-IDX) NOT = ZERO
               MOVE "S" TO WS-GRP-LOOK-SCOPE
               MOVE WS-KEY-BROKER (KEY-IDX) TO WS-GRP-LOOK-BROKER
               MOVE WS-KEY-ETF-ID (KEY-IDX) TO WS-GRP-LOOK-ETF-ID
               MOVE WS-KEY-SETTLE-DATE (KEY-IDX) TO WS-GRP-LOOK-REF
               MOVE WS-KEY-SETTLE-DATE (KEY-IDX)
                   TO WS-KEY-REF-DATE (KEY-IDX)
               PERFORM 3300-APPLY-GROUP
           END-IF
           IF WS-KEY-VALUE-DATE (KEY-IDX) NOT = ZERO
               MOVE "C" TO WS-GRP-LOOK-SCOPE
               MOVE WS-KEY-BROKER (KEY-IDX) TO WS-GRP-LOOK-BROKER
               MOVE SPACES TO WS-GRP-LOOK-ETF-ID
               MOVE WS-KEY-VALUE-DATE (KEY-IDX) TO WS-GRP-LOOK-REF
               MOVE WS-KEY-VALUE-DATE (KEY-IDX)
                   TO WS-KEY-REF-DATE (KEY-IDX)
               PERFORM 3300-APPLY-GROUP
           END-IF
           EVALUATE TRUE
               WHEN WS-FAILED
                   MOVE 6 TO WS-CAT-NO
                   MOVE ZERO TO WS-AGE-LIMIT
               WHEN NOT WS-SETTLED
                   MOVE 5 TO WS-CAT-NO
                   MOVE WS-LIM-INSTRUCTED TO WS-AGE-LIMIT
               WHEN OTHER
                   MOVE "M" TO WS-GRP-LOOK-SCOPE
                   MOVE WS-KEY-BROKER (KEY-IDX) TO WS-GRP-LOOK-BROKER
                   MOVE SPACES TO WS-GRP-LOOK-ETF-ID
                   DIVIDE WS-KEY-TX-DATE (KEY-IDX) BY 100
                       GIVING WS-WORK-YYYYMM
                   COMPUTE WS-GRP-LOOK-REF = WS-WORK-YYYYMM * 100 + 1
                   PERFORM 8000-FIND-GROUP
                   IF WS-FOUND
                       ADD 1 TO WS-BILLED-CNT
                   ELSE
                       MOVE 7 TO WS-CAT-NO
                       MOVE WS-LIM-UNBILLED TO WS-AGE-LIMIT
                       MOVE WS-SETTLE-EVT-DATE TO WS-AGE-FROM
                   END-IF
           END-EVALUATE.
      *
       3300-APPLY-GROUP.
           PERFORM 8000-FIND-GROUP
           IF NOT WS-FOUND
               MOVE "N" TO WS-SETTLED-SW
           ELSE
               IF WS-GRP-OUTCOME (GRP-IDX) = "F"
                   MOVE "N" TO WS-SETTLED-SW
                   MOVE "Y" TO WS-FAILED-SW
                   MOVE WS-GRP-EVT-DATE (GRP-IDX) TO WS-AGE-FROM
               ELSE
                   IF WS-GRP-EVT-DATE (GRP-IDX) > WS-SETTLE-EVT-DATE
                       MOVE WS-GRP-EVT-DATE (GRP-IDX)
                           TO WS-SETTLE-EVT-DATE
                   END-IF
               END-IF
           END-IF.
      *
       4000-PRINT-REPORT.
           MOVE SPACES           TO RPT-LINE
           MOVE WS-BUSINESS-DATE TO RPT-H-BUS-DATE
           MOVE WS-WINDOW-START  TO RPT-H-WINDOW
           MOVE RPT-HEAD-LINE    TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES           TO RPT-LINE
           MOVE WS-LIM-PASSED    TO RPT-L-PASSED
           MOVE WS-LIM-HELD      TO RPT-L-HELD
           MOVE WS-LIM-SENT      TO RPT-L-SENT
           MOVE WS-LIM-ACCEPTED  TO RPT-L-ACCEPTED
           MOVE WS-LIM-INSTRUCTED TO RPT-L-INSTRUCTED
           MOVE WS-LIM-UNBILLED  TO RPT-L-UNBILLED
           MOVE RPT-LIMIT-LINE   TO RPT-LINE
           WRITE RPT-LINE
           IF WS-STUCK-CNT = ZERO
               MOVE SPACES        TO RPT-LINE
               WRITE RPT-LINE
               MOVE RPT-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-CAT-NO FROM 1 BY 1 UNTIL WS-CAT-NO > 7
               IF WS-CAT-CNT (WS-CAT-NO) > ZERO
                   PERFORM 4100-PRINT-ONE-CATEGORY
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CAT-NO FROM 1 BY 1 UNTIL WS-CAT-NO > 7
               MOVE SPACES                 TO RPT-LINE
               MOVE WS-CAT-NAME (WS-CAT-NO) TO RPT-T-NAME
               MOVE WS-CAT-CNT (WS-CAT-NO)  TO RPT-T-COUNT
               MOVE RPT-CAT-TOTAL          TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES        TO RPT-LINE
           MOVE WS-KEY-CNT    TO RPT-S-KEYS
           MOVE WS-REJECT-CNT TO RPT-S-REJECTED
           MOVE WS-BILLED-CNT TO RPT-S-BILLED
           MOVE WS-OPEN-CNT   TO RPT-S-OPEN
           MOVE WS-STUCK-CNT  TO RPT-S-STUCK
           MOVE RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
       4100-PRINT-ONE-CATEGORY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CAT-NAME (WS-CAT-NO) TO RPT-C-NAME
           MOVE RPT-CAT-HEAD TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > WS-KEY-CNT
               IF WS-KEY-CAT (KEY-IDX) = WS-CAT-NO
                   PERFORM 4200-PRINT-ONE-KEY
               END-IF
           END-PERFORM.
      *
       4200-PRINT-ONE-KEY.
           MOVE SPACES                     TO RPT-LINE
           MOVE WS-KEY-BROKER (KEY-IDX)    TO RPT-D-BROKER-ID
           MOVE WS-KEY-TX-DATE (KEY-IDX)   TO RPT-D-TX-DATE
           MOVE WS-KEY-SEQNO (KEY-IDX)     TO RPT-D-SEQNO
           MOVE WS-KEY-ETF-ID (KEY-IDX)    TO RPT-D-ETF-ID
           MOVE WS-KEY-STAGE (KEY-IDX)     TO RPT-D-STAGE
           MOVE WS-KEY-ERROR-CODE (KEY-IDX) TO RPT-D-ERROR-CODE
           MOVE WS-KEY-SINCE (KEY-IDX)     TO RPT-D-SINCE
           MOVE WS-KEY-AGE (KEY-IDX)       TO RPT-D-AGE
           IF WS-KEY-REF-DATE (KEY-IDX) = ZERO
               MOVE SPACES TO RPT-D-REF-DATE
           ELSE
               MOVE WS-KEY-REF-DATE (KEY-IDX) TO RPT-D-REF-DATE
           END-IF
           MOVE RPT-DETAIL                 TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    齡期 = 起算日之後至營業日（含）之 TWSE 交易日數。
       7000-COMPUTE-AGE.
           MOVE ZERO TO WS-AGE-DAYS
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-CNT
               IF WS-CAL-STATUS (CAL-IDX) = "T"
                  AND WS-CAL-DATE (CAL-IDX) > WS-AGE-FROM
                  AND WS-CAL-DATE (CAL-IDX) <= WS-BUSINESS-DATE
                   ADD 1 TO WS-AGE-DAYS
               END-IF
           END-PERFORM.
      *
       8000-FIND-GROUP.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-GRP-CNT
               IF WS-GRP-SCOPE (GRP-IDX) = WS-GRP-LOOK-SCOPE
                  AND WS-GRP-BROKER (GRP-IDX) = WS-GRP-LOOK-BROKER
                  AND WS-GRP-ETF-ID (GRP-IDX) = WS-GRP-LOOK-ETF-ID
                  AND WS-GRP-REF-DATE (GRP-IDX) = WS-GRP-LOOK-REF
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       9000-TERMINATE.
           CLOSE STUK-RPT
           DISPLAY "M02STUK JOURNAL-READ=" WS-READ-CNT
               " KEYS=" WS-KEY-CNT
               " STUCK=" WS-STUCK-CNT
               " IN-PROCESS=" WS-OPEN-CNT.
