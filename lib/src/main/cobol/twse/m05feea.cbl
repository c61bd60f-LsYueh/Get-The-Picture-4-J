      * 檔案名稱：M05FEEA
      *---------------------------------------------------------------
      * 基金經理費/保管費每日計提
      * 經理費與保管費按日依淨資產計提，唯一之淨資產來源為 M05
      * ANCE-DATA 之 TOTAL-AV，基金會計目前每月以試算表重算。本
      * 程式每營業日讀取當日 M05（FIELD-NAME = "ANCE"）之 TOTAL-AV，
      * 依費率主檔（FUNDFEE，每 ETF 每費用別依生效日取當日有效
      * 之最新一筆）逐日曆日計提：
      *   計提額 = 總淨值 × 年費率 ÷ 100 ÷ 365（四捨五入至分）。
      * 累計帳（FEELEDG，讀入 FEEIN、寫出 FEEOUT 帶檔滾存）記錄各
      * ETF 各費用別已計提至何日；本日自前次計提日次日補計至
      * 營業日 - 其間之非交易日（TWSE 日曆 CALFILE）沿用累計帳
      * 所存最近一筆總淨值，營業日當日改用本日 TOTAL-AV。其間如
      * 有交易日（漏跑）亦沿用最近總淨值並列警示。每日曆日一筆
      * 附加寫入計提歷史檔（FEEACCR），供月底 M05FEEM 出具應付
      * 費用彙總。已計提至營業日者（重跑）不重複計提。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M05FEEA.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT M05-FILE-IN  ASSIGN TO "M05IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-RATE-FILE ASSIGN TO "FUNDFEE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDG-FILE-IN ASSIGN TO "FEEIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDG-FILE-OUT ASSIGN TO "FEEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCR-FILE ASSIGN TO "FEEACCR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAL-FILE     ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEEA-RPT     ASSIGN TO "M05ARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  M05-FILE-IN
           RECORDING MODE IS F.
           COPY "m05.cpy".
      *
       FD  FEE-RATE-FILE
           RECORDING MODE IS F.
           COPY "fundfee.cpy".
      *
       FD  LEDG-FILE-IN
           RECORDING MODE IS F.
           COPY "feeledg.cpy".
      *
       FD  LEDG-FILE-OUT
           RECORDING MODE IS F.
       01  LEDG-OUT-REC        PIC X(89).
      *
       FD  ACCR-FILE
           RECORDING MODE IS F.
           COPY "feeaccr.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  CAL-FILE
           RECORDING MODE IS F.
           COPY "twsecal.cpy".
      *
       FD  FEEA-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-TODAY-AV-SW  PIC X(01) VALUE 'N'.
               88  WS-TODAY-AV-FOUND     VALUE 'Y'.
           05  WS-RATE-SW      PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND         VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-ANCE-CNT     PIC 9(05) VALUE ZERO.
           05  WS-LEDGER-CNT   PIC 9(05) VALUE ZERO.
           05  WS-ACCR-CNT     PIC 9(07) VALUE ZERO.
           05  WS-SKIP-CNT     PIC 9(05) VALUE ZERO.
           05  WS-NOAV-CNT     PIC 9(05) VALUE ZERO.
           05  WS-MISSED-CNT   PIC 9(05) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-BUS-INT          PIC 9(07) VALUE ZERO.
       01  WS-FROM-INT         PIC 9(07) VALUE ZERO.
       01  WS-DAY-INT          PIC 9(07) VALUE ZERO.
       01  WS-ACCR-DATE        PIC 9(08) VALUE ZERO.
       01  WS-ACCR-DATE-PARTS REDEFINES WS-ACCR-DATE.
           05  WS-ACCR-MONTH   PIC 9(06).
           05  FILLER          PIC 9(02).
       01  WS-TODAY-AV         PIC 9(18) VALUE ZERO.
       01  WS-TODAY-AV-DATE    PIC 9(08) VALUE ZERO.
       01  WS-USE-AV           PIC 9(18) VALUE ZERO.
       01  WS-USE-AV-DATE      PIC 9(08) VALUE ZERO.
       01  WS-RATE             PIC 9(02)V9(04) VALUE ZERO.
       01  WS-RATE-EFF-DATE    PIC 9(08) VALUE ZERO.
       01  WS-PAYEE-ID         PIC X(08) VALUE SPACES.
       01  WS-DAY-AMT          PIC 9(11)V99 VALUE ZERO.
       01  WS-RUN-DAYS         PIC 9(03) VALUE ZERO.
       01  WS-RUN-AMT          PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-AMT        PIC 9(15)V99 VALUE ZERO.
       01  WS-WARN-TEXT        PIC X(40) VALUE SPACES.
      *
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 800 TIMES
                   INDEXED BY CAL-IDX.
               10  WS-CAL-DATE     PIC 9(08).
               10  WS-CAL-STATUS   PIC X(01).
      *
      *    費率主檔（全部生效日）。
       01  WS-FR-TABLE.
           05  WS-FR-CNT       PIC 9(05) VALUE ZERO.
           05  WS-FR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY FR-IDX.
               10  WS-FR-ETF-ID    PIC X(06).
               10  WS-FR-TYPE      PIC X(01).
               10  WS-FR-EFF-DATE  PIC 9(08).
               10  WS-FR-RATE      PIC 9(02)V9(04).
               10  WS-FR-PAYEE     PIC X(08).
      *
      *    本日 M05 ANCE 之總淨值。
       01  WS-AV-TABLE.
           05  WS-AV-CNT       PIC 9(04) VALUE ZERO.
           05  WS-AV-ENTRY OCCURS 500 TIMES
                   INDEXED BY AV-IDX.
               10  WS-AV-ETF-ID    PIC X(06).
               10  WS-AV-DATE      PIC 9(08).
               10  WS-AV-AMT       PIC 9(18).
      *
      *    計提累計帳（前日帶入 + 費率主檔新增之 ETF/費用別）。
       01  WS-LG-TABLE.
           05  WS-LG-CNT       PIC 9(05) VALUE ZERO.
           05  WS-LG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY LG-IDX.
               10  WS-LG-REC.
                   15  WS-LG-ETF-ID    PIC X(06).
                   15  WS-LG-TYPE      PIC X(01).
                   15  WS-LG-LAST-ACCR PIC 9(08).
                   15  WS-LG-AV-DATE   PIC 9(08).
                   15  WS-LG-AV        PIC 9(18).
                   15  WS-LG-MONTH     PIC 9(06).
                   15  WS-LG-MTD       PIC 9(13)V99.
                   15  WS-LG-CUM       PIC 9(15)V99.
                   15  FILLER          PIC X(10).
      *
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(51) VALUE
               " ETF    TYPE  AV-DATE                TOTAL-AV  DAYS".
           05  FILLER          PIC X(54) VALUE
               "      ACCRUED TODAY       MONTH-TO-DATE         CUMUL".
           05  FILLER          PIC X(05) VALUE "ATIVE".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ETF-ID      PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-TYPE        PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RPT-AV-DATE     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOTAL-AV    PIC Z(17)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-DAYS        PIC ZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-RUN-AMT     PIC Z(14)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-MTD-AMT     PIC Z(14)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-CUM-AMT     PIC Z(14)9.99.
       01  RPT-WARN.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(04) VALUE "*** ".
           05  RPT-W-ETF-ID    PIC X(06).
           05  FILLER          PIC X(01) VALUE "/".
           05  RPT-W-TYPE      PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-W-DATE      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-W-TEXT      PIC X(40).
       01  RPT-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(27) VALUE
               "TOTAL FEES ACCRUED THIS RUN".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-T-AMT       PIC Z(14)9.99.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LEDGER
           PERFORM 2500-LOAD-TODAY-AV
           PERFORM 3000-ADD-NEW-LEDGER-KEYS
           PERFORM 4000-ACCRUE-FEES
           PERFORM 5000-WRITE-LEDGER
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT FEEA-RPT
           OPEN EXTEND ACCR-FILE
           MOVE "FUND MANAGEMENT / CUSTODIAN FEE DAILY ACCRUAL"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1200-READ-BUSINESS-DATE
           PERFORM 1300-LOAD-CALENDAR
           PERFORM 1400-LOAD-FEE-RATES.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M05FEEA ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
      *
       1300-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE
           PERFORM 1310-READ-CALENDAR
           PERFORM UNTIL WS-EOF
               IF WS-CAL-CNT >= 800
                   DISPLAY "M05FEEA ABEND - CALENDAR TABLE FULL AT "
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
       1400-LOAD-FEE-RATES.
           OPEN INPUT FEE-RATE-FILE
           PERFORM 1410-READ-FEE-RATE
           PERFORM UNTIL WS-EOF
               IF WS-FR-CNT >= 2000
                   DISPLAY "M05FEEA ABEND - FEE RATE TABLE FULL AT "
                       "2000 ENTRIES, RAISE WS-FR-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FR-CNT
               SET FR-IDX TO WS-FR-CNT
               MOVE FF-ETF-ID      TO WS-FR-ETF-ID (FR-IDX)
               MOVE FF-FEE-TYPE    TO WS-FR-TYPE (FR-IDX)
               MOVE FF-EFF-DATE    TO WS-FR-EFF-DATE (FR-IDX)
               MOVE FF-ANNUAL-RATE TO WS-FR-RATE (FR-IDX)
               MOVE FF-PAYEE-ID    TO WS-FR-PAYEE (FR-IDX)
               PERFORM 1410-READ-FEE-RATE
           END-PERFORM
           CLOSE FEE-RATE-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       1410-READ-FEE-RATE.
           READ FEE-RATE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2000-LOAD-LEDGER.
           OPEN INPUT LEDG-FILE-IN
           PERFORM 2100-READ-LEDGER
           PERFORM UNTIL WS-EOF
               PERFORM 2200-ADD-LEDGER-ENTRY
               MOVE FEE-LEDGER-REC TO WS-LG-REC (LG-IDX)
               PERFORM 2100-READ-LEDGER
           END-PERFORM
           CLOSE LEDG-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-LEDGER.
           READ LEDG-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-ADD-LEDGER-ENTRY.
           IF WS-LG-CNT >= 1000
               DISPLAY "M05FEEA ABEND - LEDGER TABLE FULL AT 1000 "
                   "ENTRIES, RAISE WS-LG-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LG-CNT
           SET LG-IDX TO WS-LG-CNT.
      *
       2500-LOAD-TODAY-AV.
           OPEN INPUT M05-FILE-IN
           PERFORM 2510-READ-M05
           PERFORM UNTIL WS-EOF
               IF FIELD-NAME OF M05 = "ANCE"
                   PERFORM 2520-STORE-ONE-AV
               END-IF
               PERFORM 2510-READ-M05
           END-PERFORM
           CLOSE M05-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       2510-READ-M05.
           READ M05-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2520-STORE-ONE-AV.
           IF WS-AV-CNT >= 500
               DISPLAY "M05FEEA ABEND - TOTAL-AV TABLE FULL AT 500 "
                   "ENTRIES, RAISE WS-AV-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ANCE-CNT
           ADD 1 TO WS-AV-CNT
           SET AV-IDX TO WS-AV-CNT
           MOVE ETF-ID OF M05 TO WS-AV-ETF-ID (AV-IDX)
           MOVE ANNOUNCE-YMD  TO WS-AV-DATE (AV-IDX)
           MOVE TOTAL-AV      TO WS-AV-AMT (AV-IDX).
      *
      *    費率主檔新出現之 ETF/費用別於累計帳立新筆（尚未計提）。
       3000-ADD-NEW-LEDGER-KEYS.
           PERFORM VARYING FR-IDX FROM 1 BY 1
                   UNTIL FR-IDX > WS-FR-CNT
               SET WS-FOUND-SW TO 'N'
               PERFORM VARYING LG-IDX FROM 1 BY 1
                       UNTIL LG-IDX > WS-LG-CNT
                   IF WS-LG-ETF-ID (LG-IDX) = WS-FR-ETF-ID (FR-IDX)
                      AND WS-LG-TYPE (LG-IDX) = WS-FR-TYPE (FR-IDX)
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   PERFORM 2200-ADD-LEDGER-ENTRY
                   MOVE SPACES               TO WS-LG-REC (LG-IDX)
                   MOVE WS-FR-ETF-ID (FR-IDX) TO WS-LG-ETF-ID (LG-IDX)
                   MOVE WS-FR-TYPE (FR-IDX)   TO WS-LG-TYPE (LG-IDX)
                   MOVE ZERO TO WS-LG-LAST-ACCR (LG-IDX)
                   MOVE ZERO TO WS-LG-AV-DATE (LG-IDX)
                   MOVE ZERO TO WS-LG-AV (LG-IDX)
                   MOVE ZERO TO WS-LG-MONTH (LG-IDX)
                   MOVE ZERO TO WS-LG-MTD (LG-IDX)
                   MOVE ZERO TO WS-LG-CUM (LG-IDX)
               END-IF
           END-PERFORM.
      *
       4000-ACCRUE-FEES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-CNT
               ADD 1 TO WS-LEDGER-CNT
               IF WS-LG-LAST-ACCR (LG-IDX) >= WS-BUSINESS-DATE
                   ADD 1 TO WS-SKIP-CNT
               ELSE
                   PERFORM 4100-ACCRUE-ONE-KEY
               END-IF
           END-PERFORM
           MOVE SPACES       TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-AMT TO RPT-T-AMT
           MOVE RPT-TOTAL    TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    前次計提日次日起逐日曆日補計至營業日；首次計提自營業
      *    日起算。
       4100-ACCRUE-ONE-KEY.
           MOVE ZERO TO WS-RUN-DAYS
           MOVE ZERO TO WS-RUN-AMT
           PERFORM 4200-FIND-TODAY-AV
           IF WS-LG-LAST-ACCR (LG-IDX) = ZERO
               MOVE WS-BUS-INT TO WS-FROM-INT
           ELSE
               COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE
                   (WS-LG-LAST-ACCR (LG-IDX)) + 1
           END-IF
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-BUS-INT
               COMPUTE WS-ACCR-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               PERFORM 4300-ACCRUE-ONE-DAY
           END-PERFORM
           MOVE WS-BUSINESS-DATE TO WS-LG-LAST-ACCR (LG-IDX)
           MOVE SPACES                 TO RPT-LINE
           MOVE WS-LG-ETF-ID (LG-IDX)  TO RPT-ETF-ID
           MOVE WS-LG-TYPE (LG-IDX)    TO RPT-TYPE
           MOVE WS-LG-AV-DATE (LG-IDX) TO RPT-AV-DATE
           MOVE WS-LG-AV (LG-IDX)      TO RPT-TOTAL-AV
           MOVE WS-RUN-DAYS            TO RPT-DAYS
           MOVE WS-RUN-AMT             TO RPT-RUN-AMT
           MOVE WS-LG-MTD (LG-IDX)     TO RPT-MTD-AMT
           MOVE WS-LG-CUM (LG-IDX)     TO RPT-CUM-AMT
           MOVE RPT-DETAIL             TO RPT-LINE
           WRITE RPT-LINE.
      *
       4200-FIND-TODAY-AV.
           SET WS-TODAY-AV-SW TO 'N'
           PERFORM VARYING AV-IDX FROM 1 BY 1
                   UNTIL AV-IDX > WS-AV-CNT
               IF WS-AV-ETF-ID (AV-IDX) = WS-LG-ETF-ID (LG-IDX)
                   SET WS-TODAY-AV-FOUND TO TRUE
                   MOVE WS-AV-AMT (AV-IDX)  TO WS-TODAY-AV
                   MOVE WS-AV-DATE (AV-IDX) TO WS-TODAY-AV-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    營業日當日有 TOTAL-AV 者先更新累計帳之最近總淨值；其餘
      *    日曆日沿用累計帳所存之最近一筆。
       4300-ACCRUE-ONE-DAY.
           IF WS-ACCR-DATE = WS-BUSINESS-DATE
               IF WS-TODAY-AV-FOUND
                   MOVE WS-TODAY-AV      TO WS-LG-AV (LG-IDX)
                   MOVE WS-TODAY-AV-DATE TO WS-LG-AV-DATE (LG-IDX)
               ELSE
                   MOVE "NO ANCE TODAY - LAST TOTAL-AV USED"
                       TO WS-WARN-TEXT
                   PERFORM 4600-WRITE-WARNING
               END-IF
           ELSE
               PERFORM 4400-CHECK-MISSED-TRADING-DAY
           END-IF
           IF WS-LG-AV (LG-IDX) = ZERO
               ADD 1 TO WS-NOAV-CNT
               MOVE "NO TOTAL-AV AVAILABLE - NOT ACCRUED"
                   TO WS-WARN-TEXT
               PERFORM 4600-WRITE-WARNING
           ELSE
               PERFORM 4500-LOOKUP-RATE
               IF WS-RATE-FOUND
                   PERFORM 4700-POST-ONE-DAY
               END-IF
           END-IF.
      *
      *    補計期間中之交易日表示前次未跑，沿用最近總淨值並警示。
       4400-CHECK-MISSED-TRADING-DAY.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-CNT
               IF WS-CAL-DATE (CAL-IDX) = WS-ACCR-DATE
                   IF WS-CAL-STATUS (CAL-IDX) = "T"
                       ADD 1 TO WS-MISSED-CNT
                       MOVE "TRADING DAY NOT RUN - LAST TOTAL-AV USED"
                           TO WS-WARN-TEXT
                       PERFORM 4600-WRITE-WARNING
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    計提日當日有效之最新費率（生效日不晚於計提日）。
       4500-LOOKUP-RATE.
           SET WS-RATE-SW TO 'N'
           MOVE ZERO TO WS-RATE-EFF-DATE
           PERFORM VARYING FR-IDX FROM 1 BY 1
                   UNTIL FR-IDX > WS-FR-CNT
               IF WS-FR-ETF-ID (FR-IDX) = WS-LG-ETF-ID (LG-IDX)
                  AND WS-FR-TYPE (FR-IDX) = WS-LG-TYPE (LG-IDX)
                  AND WS-FR-EFF-DATE (FR-IDX) <= WS-ACCR-DATE
                  AND WS-FR-EFF-DATE (FR-IDX) >= WS-RATE-EFF-DATE
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-FR-EFF-DATE (FR-IDX) TO WS-RATE-EFF-DATE
                   MOVE WS-FR-RATE (FR-IDX)     TO WS-RATE
                   MOVE WS-FR-PAYEE (FR-IDX)    TO WS-PAYEE-ID
               END-IF
           END-PERFORM.
      *
       4600-WRITE-WARNING.
           MOVE SPACES                TO RPT-LINE
           MOVE WS-LG-ETF-ID (LG-IDX) TO RPT-W-ETF-ID
           MOVE WS-LG-TYPE (LG-IDX)   TO RPT-W-TYPE
           MOVE WS-ACCR-DATE          TO RPT-W-DATE
           MOVE WS-WARN-TEXT          TO RPT-W-TEXT
           MOVE RPT-WARN              TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    跨月時當月累計歸零後再累加。
       4700-POST-ONE-DAY.
           COMPUTE WS-DAY-AMT ROUNDED =
               WS-LG-AV (LG-IDX) * WS-RATE / 100 / 365
               ON SIZE ERROR
                   DISPLAY "M05FEEA ABEND - DAILY FEE OVERFLOWS "
                       "9(11)V99 FOR ETF=" WS-LG-ETF-ID (LG-IDX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           IF WS-ACCR-MONTH NOT = WS-LG-MONTH (LG-IDX)
               MOVE WS-ACCR-MONTH TO WS-LG-MONTH (LG-IDX)
               MOVE ZERO          TO WS-LG-MTD (LG-IDX)
           END-IF
           ADD WS-DAY-AMT TO WS-LG-MTD (LG-IDX)
           ADD WS-DAY-AMT TO WS-LG-CUM (LG-IDX)
           ADD 1          TO WS-RUN-DAYS
           ADD WS-DAY-AMT TO WS-RUN-AMT
           ADD WS-DAY-AMT TO WS-TOTAL-AMT
           ADD 1          TO WS-ACCR-CNT
           MOVE WS-ACCR-DATE          TO FA-ACCR-DATE
           MOVE WS-LG-ETF-ID (LG-IDX) TO FA-ETF-ID
           MOVE WS-LG-TYPE (LG-IDX)   TO FA-FEE-TYPE
           MOVE WS-PAYEE-ID           TO FA-PAYEE-ID
           MOVE WS-LG-AV-DATE (LG-IDX) TO FA-AV-DATE
           MOVE WS-LG-AV (LG-IDX)     TO FA-TOTAL-AV
           MOVE WS-RATE               TO FA-ANNUAL-RATE
           MOVE WS-DAY-AMT            TO FA-DAY-AMT
           MOVE WS-BUSINESS-DATE      TO FA-RUN-DATE
           WRITE FEE-ACCRUAL-REC.
      *
       5000-WRITE-LEDGER.
           OPEN OUTPUT LEDG-FILE-OUT
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-CNT
               WRITE LEDG-OUT-REC FROM WS-LG-REC (LG-IDX)
           END-PERFORM
           CLOSE LEDG-FILE-OUT.
      *
       9000-TERMINATE.
           CLOSE ACCR-FILE
           CLOSE FEEA-RPT
           DISPLAY "M05FEEA ANCE=" WS-ANCE-CNT
               " LEDGER-KEYS=" WS-LEDGER-CNT
               " ACCRUALS=" WS-ACCR-CNT
               " ALREADY-ACCRUED=" WS-SKIP-CNT
               " NO-TOTAL-AV=" WS-NOAV-CNT
               " MISSED-DAYS=" WS-MISSED-CNT.
