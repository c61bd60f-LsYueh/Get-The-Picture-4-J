      * 檔案名稱：M02BORR
      *---------------------------------------------------------------
      * 借券明細帳每日維護暨借券費計提
      * M02 之 BORROW-STOCK-NOS 僅由 M02EDIT 讀取、M02INQ 列印，
      * 背後之借券合約從未留存。本程式每日帶檔滾存借券明細帳
      * （BORRLEDG，讀入 BORRIN、寫出 BORROUT，作法比照 M02CNFM
      * 之 FAILMSTR），依序：
      *   1. 出借人確認回覆（LENDCONF）：'B' 借券成交立帳（借券日、
      *      出借人、股數、年費率、約定還券日）；'R' 還券確認累計
      *      已還股數，還券前先將借券費計至還券日，還清者記 'R'。
      *      曾動用於實物買回之借券還券時另標 REDEEM RETURN，
      *      營運可見買回所借股票何時歸還。查無未還合約之還券
      *      確認另列警示。
      *   2. 當日編審後 M02（已掛 ERROR-CODE 者不計）：申報之
      *      BORROW-STOCK-NOS 大於帳上未還股數者列 UNCONFIRMED
      *      （出借人未確認之借券）；實物買回（TRAN-CODE '2'）
      *      申報之借券股數依合約先後記為買回動用。
      *   3. 借券費計提：未還股數 × 收盤價（PRCHIST 營業日以前
      *      最新一筆）× 年費率 ÷ 365 × 日曆日數，逐合約計至營業
      *      日，累計於明細帳並附加寫入計提歷史檔（BORRACR）供
      *      月底 M02BSTM 出具各券商借券費對帳單。查無收盤價者
      *      當日不計、計至日不前移，次日補計。
      *   4. 逾期：約定還券日已過且仍未還清者，依 TWSE 交易日曆
      *      （CALFILE）計逾期交易日數（還券日逢休市順延至次一
      *      交易日）列逾期清單，並寫入共用例外檔（EXCPFILE）。
      * 還清合約留檔一日供稽核後除檔。有出借人未確認之借券或
      * 逾期未還者以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02BORR.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BORR-FILE-IN ASSIGN TO "BORRIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BORR-FILE-OUT ASSIGN TO "BORROUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONF-FILE-IN ASSIGN TO "LENDCONF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT M02-FILE-IN  ASSIGN TO "M02IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRC-HIST-FILE ASSIGN TO "PRCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCR-FILE ASSIGN TO "BORRACR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAL-FILE     ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BORR-RPT     ASSIGN TO "M02ORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BORR-FILE-IN
           RECORDING MODE IS F.
           COPY "borrledg.cpy".
      *
       FD  BORR-FILE-OUT
           RECORDING MODE IS F.
       01  BORR-OUT-REC        PIC X(118).
      *
       FD  CONF-FILE-IN
           RECORDING MODE IS F.
           COPY "lendconf.cpy".
      *
       FD  M02-FILE-IN
           RECORDING MODE IS F.
           COPY "m02.cpy".
      *
       FD  PRC-HIST-FILE
           RECORDING MODE IS F.
           COPY "prchist.cpy".
      *
       FD  ACCR-FILE
           RECORDING MODE IS F.
           COPY "borracr.cpy".
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
       FD  BORR-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  EXCP-FILE
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-LEDGER-IN-CNT  PIC 9(07) VALUE ZERO.
           05  WS-NEW-BORROW-CNT PIC 9(05) VALUE ZERO.
           05  WS-RETURN-CNT     PIC 9(05) VALUE ZERO.
           05  WS-NOMATCH-CNT    PIC 9(05) VALUE ZERO.
           05  WS-UNCONF-CNT     PIC 9(05) VALUE ZERO.
           05  WS-REDEEM-CNT     PIC 9(05) VALUE ZERO.
           05  WS-ACCRUAL-CNT    PIC 9(05) VALUE ZERO.
           05  WS-NOPRICE-CNT    PIC 9(05) VALUE ZERO.
           05  WS-OVERDUE-CNT    PIC 9(05) VALUE ZERO.
           05  WS-PURGED-CNT     PIC 9(05) VALUE ZERO.
           05  WS-LEDGER-OUT-CNT PIC 9(07) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-ACCR-TO-DATE     PIC 9(08) VALUE ZERO.
       01  WS-ACCR-FROM-DATE   PIC 9(08) VALUE ZERO.
       01  WS-ACCR-DAYS        PIC S9(05) VALUE ZERO.
       01  WS-OUT-SHARES       PIC 9(10) VALUE ZERO.
       01  WS-OUT-TOTAL        PIC 9(11) VALUE ZERO.
       01  WS-REDEEM-LEFT      PIC 9(10) VALUE ZERO.
       01  WS-REDEEM-AVAIL     PIC S9(10) VALUE ZERO.
       01  WS-FEE-AMT          PIC 9(09)V99 VALUE ZERO.
       01  WS-FEE-TODAY        PIC 9(11)V99 VALUE ZERO.
       01  WS-PRICE            PIC 9(5)V9(4) VALUE ZERO.
       01  WS-OVERDUE-DAYS     PIC S9(03) VALUE ZERO.
       01  WS-DUE-STATUS       PIC X(01) VALUE SPACE.
      *
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 800 TIMES
                   INDEXED BY CAL-IDX.
               10  WS-CAL-DATE     PIC 9(08).
               10  WS-CAL-STATUS   PIC X(01).
      *
      *    各股票營業日以前最新一筆收盤價。
       01  WS-PRC-TABLE.
           05  WS-PRC-CNT      PIC 9(04) VALUE ZERO.
           05  WS-PRC-ENTRY OCCURS 3000 TIMES
                   INDEXED BY PRC-IDX.
               10  WS-PRC-STKNO    PIC X(06).
               10  WS-PRC-DATE     PIC 9(08).
               10  WS-PRC-PRICE    PIC 9(5)V9(4).
      *
      *    借券明細帳（前日帶入 + 本日新立）。
       01  WS-BLT-TABLE.
           05  WS-BLT-CNT      PIC 9(05) VALUE ZERO.
           05  WS-BLT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY BLT-IDX.
               10  WS-BLT-ACNT       PIC X(11).
               10  WS-BLT-STKNO      PIC X(06).
               10  WS-BLT-LENDER     PIC X(08).
               10  WS-BLT-BORR-DATE  PIC 9(08).
               10  WS-BLT-SHARES     PIC 9(10).
               10  WS-BLT-RETURNED   PIC 9(10).
               10  WS-BLT-REDEEM     PIC 9(10).
               10  WS-BLT-RATE       PIC 9(02)V9(04).
               10  WS-BLT-DUE        PIC 9(08).
               10  WS-BLT-LAST-ACCR  PIC 9(08).
               10  WS-BLT-ACCRUED    PIC 9(11)V99.
               10  WS-BLT-RET-DATE   PIC 9(08).
               10  WS-BLT-STATUS     PIC X(01).
      *
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-KIND        PIC X(14).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ACNT        PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-STKNO       PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-LENDER      PIC X(08).
           05  FILLER          PIC X(06) VALUE " BORR=".
           05  RPT-BORR-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-QTY-LABEL   PIC X(09).
           05  RPT-QTY         PIC Z(9)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-DATE-LABEL  PIC X(05).
           05  RPT-DATE2       PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-AMT-LABEL   PIC X(08).
           05  RPT-AMT         PIC Z(10)9.99.
       01  RPT-ACCR-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(24) VALUE
               "BORROW FEE ACCRUED TODAY".
           05  FILLER          PIC X(10) VALUE "  ACCRUALS".
           05  RPT-A-CNT       PIC Z(4)9.
           05  FILLER          PIC X(08) VALUE "  AMOUNT".
           05  RPT-A-AMT       PIC Z(10)9.99.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LEDGER
           PERFORM 3000-APPLY-LENDER-CONFS
           PERFORM 4000-APPLY-M02
           PERFORM 5000-ACCRUE-OPEN-BORROWS
           PERFORM 6000-LIST-OVERDUE
           PERFORM 7000-WRITE-LEDGER
           PERFORM 9000-TERMINATE
           IF WS-UNCONF-CNT > ZERO OR WS-OVERDUE-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT BORR-RPT
           OPEN EXTEND ACCR-FILE
           OPEN EXTEND EXCP-FILE
           MOVE "SECURITIES BORROWING LEDGER / BORROW FEE ACCRUAL"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1200-READ-BUSINESS-DATE
           PERFORM 1300-LOAD-CALENDAR
           PERFORM 1400-LOAD-PRICES.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M02BORR ABEND - BUSDATE CONTROL CARD "
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
                   DISPLAY "M02BORR ABEND - CALENDAR TABLE FULL AT "
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
      *    歷史檔全檔掃描，每股票留營業日以前最新一筆價格。
       1400-LOAD-PRICES.
           OPEN INPUT PRC-HIST-FILE
           PERFORM 1410-READ-PRICE
           PERFORM UNTIL WS-EOF
               IF PRH-PRICE-DATE <= WS-BUSINESS-DATE
                   PERFORM 1420-KEEP-LATEST-PRICE
               END-IF
               PERFORM 1410-READ-PRICE
           END-PERFORM
           CLOSE PRC-HIST-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       1410-READ-PRICE.
           READ PRC-HIST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       1420-KEEP-LATEST-PRICE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING PRC-IDX FROM 1 BY 1
                   UNTIL PRC-IDX > WS-PRC-CNT
               IF WS-PRC-STKNO (PRC-IDX) = PRH-STKNO
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-PRC-CNT >= 3000
                   DISPLAY "M02BORR ABEND - PRICE TABLE FULL AT "
                       "3000 ENTRIES, RAISE WS-PRC-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRC-CNT
               SET PRC-IDX TO WS-PRC-CNT
               MOVE PRH-STKNO      TO WS-PRC-STKNO (PRC-IDX)
               MOVE ZERO           TO WS-PRC-DATE (PRC-IDX)
           END-IF
           IF PRH-PRICE-DATE >= WS-PRC-DATE (PRC-IDX)
               MOVE PRH-PRICE-DATE TO WS-PRC-DATE (PRC-IDX)
               MOVE PRH-PRICE      TO WS-PRC-PRICE (PRC-IDX)
           END-IF.
      *
       2000-LOAD-LEDGER.
           OPEN INPUT BORR-FILE-IN
           PERFORM 2100-READ-BORRIN
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LEDGER-IN-CNT
               PERFORM 2200-ADD-TABLE-ENTRY
               MOVE BL-ACNT            TO WS-BLT-ACNT (BLT-IDX)
               MOVE BL-STKNO           TO WS-BLT-STKNO (BLT-IDX)
               MOVE BL-LENDER-ID       TO WS-BLT-LENDER (BLT-IDX)
               MOVE BL-BORROW-DATE     TO WS-BLT-BORR-DATE (BLT-IDX)
               MOVE BL-BORROW-SHARES   TO WS-BLT-SHARES (BLT-IDX)
               MOVE BL-RETURNED-SHARES TO WS-BLT-RETURNED (BLT-IDX)
               MOVE BL-REDEEM-SHARES   TO WS-BLT-REDEEM (BLT-IDX)
               MOVE BL-FEE-RATE        TO WS-BLT-RATE (BLT-IDX)
               MOVE BL-DUE-DATE        TO WS-BLT-DUE (BLT-IDX)
               MOVE BL-LAST-ACCR-DATE  TO WS-BLT-LAST-ACCR (BLT-IDX)
               MOVE BL-ACCRUED-FEE     TO WS-BLT-ACCRUED (BLT-IDX)
               MOVE BL-RETURN-DATE     TO WS-BLT-RET-DATE (BLT-IDX)
               MOVE BL-STATUS          TO WS-BLT-STATUS (BLT-IDX)
               PERFORM 2100-READ-BORRIN
           END-PERFORM
           CLOSE BORR-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-BORRIN.
           READ BORR-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-ADD-TABLE-ENTRY.
           IF WS-BLT-CNT >= 5000
               DISPLAY "M02BORR ABEND - LEDGER TABLE FULL AT 5000 "
                   "ENTRIES, RAISE WS-BLT-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BLT-CNT
           SET BLT-IDX TO WS-BLT-CNT.
      *
       3000-APPLY-LENDER-CONFS.
           OPEN INPUT CONF-FILE-IN
           PERFORM 3100-READ-CONF
           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN LC-BORROW
                       PERFORM 3200-NEW-BORROW
                   WHEN LC-RETURN
                       PERFORM 3300-APPLY-RETURN
                   WHEN OTHER
                       DISPLAY "M02BORR UNKNOWN CONF TYPE SKIPPED - "
                           "ACNT=" LC-ACNT " STKNO=" LC-STKNO
               END-EVALUATE
               PERFORM 3100-READ-CONF
           END-PERFORM
           CLOSE CONF-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       3100-READ-CONF.
           READ CONF-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    同一合約（帳號+股票+出借人+借券日）重複確認者略過。
       3200-NEW-BORROW.
           PERFORM 3400-FIND-CONTRACT
           IF WS-FOUND
               DISPLAY "M02BORR DUPLICATE BORROW CONF SKIPPED - "
                   "ACNT=" LC-ACNT " STKNO=" LC-STKNO
                   " LENDER=" LC-LENDER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEW-BORROW-CNT
           PERFORM 2200-ADD-TABLE-ENTRY
           MOVE LC-ACNT        TO WS-BLT-ACNT (BLT-IDX)
           MOVE LC-STKNO       TO WS-BLT-STKNO (BLT-IDX)
           MOVE LC-LENDER-ID   TO WS-BLT-LENDER (BLT-IDX)
           MOVE LC-BORROW-DATE TO WS-BLT-BORR-DATE (BLT-IDX)
           MOVE LC-SHARES      TO WS-BLT-SHARES (BLT-IDX)
           MOVE ZERO           TO WS-BLT-RETURNED (BLT-IDX)
           MOVE ZERO           TO WS-BLT-REDEEM (BLT-IDX)
           MOVE LC-FEE-RATE    TO WS-BLT-RATE (BLT-IDX)
           MOVE LC-DUE-DATE    TO WS-BLT-DUE (BLT-IDX)
           MOVE ZERO           TO WS-BLT-LAST-ACCR (BLT-IDX)
           MOVE ZERO           TO WS-BLT-ACCRUED (BLT-IDX)
           MOVE ZERO           TO WS-BLT-RET-DATE (BLT-IDX)
           MOVE "O"            TO WS-BLT-STATUS (BLT-IDX)
           MOVE "NEW BORROW"   TO RPT-KIND
           MOVE "SHARES=  "    TO RPT-QTY-LABEL
           MOVE LC-SHARES      TO RPT-QTY
           MOVE "DUE= "        TO RPT-DATE-LABEL
           MOVE LC-DUE-DATE    TO RPT-DATE2
           MOVE SPACES         TO RPT-AMT-LABEL
           MOVE ZERO           TO RPT-AMT
           PERFORM 8100-PRINT-ENTRY-LINE.
      *
      *    還券前先將借券費以還券前之未還股數計至還券日。
       3300-APPLY-RETURN.
           PERFORM 3400-FIND-CONTRACT
           IF NOT WS-FOUND OR WS-BLT-STATUS (BLT-IDX) NOT = "O"
               ADD 1 TO WS-NOMATCH-CNT
               MOVE SPACES         TO RPT-LINE
               MOVE "NO OPEN BORROW" TO RPT-KIND
               MOVE LC-ACNT        TO RPT-ACNT
               MOVE LC-STKNO       TO RPT-STKNO
               MOVE LC-LENDER-ID   TO RPT-LENDER
               MOVE LC-BORROW-DATE TO RPT-BORR-DATE
               MOVE "RETURN=  "    TO RPT-QTY-LABEL
               MOVE LC-SHARES      TO RPT-QTY
               MOVE "ON=  "        TO RPT-DATE-LABEL
               MOVE LC-CONF-DATE   TO RPT-DATE2
               MOVE SPACES         TO RPT-AMT-LABEL
               MOVE ZERO           TO RPT-AMT
               MOVE RPT-DETAIL     TO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RETURN-CNT
           MOVE LC-CONF-DATE TO WS-ACCR-TO-DATE
           PERFORM 5100-ACCRUE-ONE-BORROW
           ADD LC-SHARES TO WS-BLT-RETURNED (BLT-IDX)
           IF WS-BLT-RETURNED (BLT-IDX) >= WS-BLT-SHARES (BLT-IDX)
               MOVE "R"          TO WS-BLT-STATUS (BLT-IDX)
               MOVE LC-CONF-DATE TO WS-BLT-RET-DATE (BLT-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-BLT-REDEEM (BLT-IDX) > ZERO
                   MOVE "REDEEM RETURN" TO RPT-KIND
               WHEN WS-BLT-STATUS (BLT-IDX) = "R"
                   MOVE "RETURNED"      TO RPT-KIND
               WHEN OTHER
                   MOVE "PART RETURN"   TO RPT-KIND
           END-EVALUATE
           MOVE "RETURN=  "    TO RPT-QTY-LABEL
           MOVE LC-SHARES      TO RPT-QTY
           MOVE "ON=  "        TO RPT-DATE-LABEL
           MOVE LC-CONF-DATE   TO RPT-DATE2
           MOVE "FEE=    "     TO RPT-AMT-LABEL
           MOVE WS-BLT-ACCRUED (BLT-IDX) TO RPT-AMT
           PERFORM 8100-PRINT-ENTRY-LINE.
      *
       3400-FIND-CONTRACT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING BLT-IDX FROM 1 BY 1
                   UNTIL BLT-IDX > WS-BLT-CNT
               IF WS-BLT-ACNT (BLT-IDX) = LC-ACNT
                  AND WS-BLT-STKNO (BLT-IDX) = LC-STKNO
                  AND WS-BLT-LENDER (BLT-IDX) = LC-LENDER-ID
                  AND WS-BLT-BORR-DATE (BLT-IDX) = LC-BORROW-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       4000-APPLY-M02.
           OPEN INPUT M02-FILE-IN
           PERFORM 4100-READ-M02
           PERFORM UNTIL WS-EOF
               IF ERROR-CODE OF M02 = SPACES
                  AND BORROW-STOCK-NOS OF M02 > ZERO
                   PERFORM 4200-CHECK-DECLARED-BORROW
                   IF TRAN-CODE OF M02 = "2"
                       PERFORM 4300-MARK-REDEEM-USE
                   END-IF
               END-IF
               PERFORM 4100-READ-M02
           END-PERFORM
           CLOSE M02-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       4100-READ-M02.
           READ M02-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    申報借券部位大於帳上未還股數 - 出借人尚未確認之借券。
       4200-CHECK-DECLARED-BORROW.
           MOVE ZERO TO WS-OUT-TOTAL
           PERFORM VARYING BLT-IDX FROM 1 BY 1
                   UNTIL BLT-IDX > WS-BLT-CNT
               IF WS-BLT-ACNT (BLT-IDX) = ACNT OF M02
                  AND WS-BLT-STKNO (BLT-IDX) = STKNO OF M02
                  AND WS-BLT-STATUS (BLT-IDX) = "O"
                   COMPUTE WS-OUT-TOTAL = WS-OUT-TOTAL
                       + WS-BLT-SHARES (BLT-IDX)
                       - WS-BLT-RETURNED (BLT-IDX)
               END-IF
           END-PERFORM
           IF BORROW-STOCK-NOS OF M02 > WS-OUT-TOTAL
               ADD 1 TO WS-UNCONF-CNT
               MOVE SPACES           TO RPT-LINE
               MOVE "UNCONFIRMED"    TO RPT-KIND
               MOVE ACNT OF M02      TO RPT-ACNT
               MOVE STKNO OF M02     TO RPT-STKNO
               MOVE BROKER-ID OF M02 TO RPT-LENDER
               MOVE TX-DATE OF M02   TO RPT-BORR-DATE
               MOVE "DECLARED="      TO RPT-QTY-LABEL
               MOVE BORROW-STOCK-NOS OF M02 TO RPT-QTY
               MOVE SPACES           TO RPT-DATE-LABEL
               MOVE ZERO             TO RPT-DATE2
               MOVE "ON-BOOK="       TO RPT-AMT-LABEL
               MOVE WS-OUT-TOTAL     TO RPT-AMT
               MOVE RPT-DETAIL       TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
      *    實物買回申報之借券股數依合約先後記為買回動用。
       4300-MARK-REDEEM-USE.
           MOVE BORROW-STOCK-NOS OF M02 TO WS-REDEEM-LEFT
           PERFORM VARYING BLT-IDX FROM 1 BY 1
                   UNTIL BLT-IDX > WS-BLT-CNT
                      OR WS-REDEEM-LEFT = ZERO
               IF WS-BLT-ACNT (BLT-IDX) = ACNT OF M02
                  AND WS-BLT-STKNO (BLT-IDX) = STKNO OF M02
                  AND WS-BLT-STATUS (BLT-IDX) = "O"
                   COMPUTE WS-REDEEM-AVAIL = WS-BLT-SHARES (BLT-IDX)
                       - WS-BLT-RETURNED (BLT-IDX)
                       - WS-BLT-REDEEM (BLT-IDX)
                   IF WS-REDEEM-AVAIL > WS-REDEEM-LEFT
                       MOVE WS-REDEEM-LEFT TO WS-REDEEM-AVAIL
                   END-IF
                   IF WS-REDEEM-AVAIL > ZERO
                       ADD WS-REDEEM-AVAIL TO WS-BLT-REDEEM (BLT-IDX)
                       SUBTRACT WS-REDEEM-AVAIL FROM WS-REDEEM-LEFT
                       ADD 1 TO WS-REDEEM-CNT
                       MOVE "REDEEM USE"    TO RPT-KIND
                       MOVE "USED=    "     TO RPT-QTY-LABEL
                       MOVE WS-REDEEM-AVAIL TO RPT-QTY
                       MOVE "DUE= "         TO RPT-DATE-LABEL
                       MOVE WS-BLT-DUE (BLT-IDX) TO RPT-DATE2
                       MOVE SPACES          TO RPT-AMT-LABEL
                       MOVE ZERO            TO RPT-AMT
                       PERFORM 8100-PRINT-ENTRY-LINE
                   END-IF
               END-IF
           END-PERFORM.
      *
       5000-ACCRUE-OPEN-BORROWS.
           MOVE WS-BUSINESS-DATE TO WS-ACCR-TO-DATE
           PERFORM VARYING BLT-IDX FROM 1 BY 1
                   UNTIL BLT-IDX > WS-BLT-CNT
               IF WS-BLT-STATUS (BLT-IDX) = "O"
                   PERFORM 5100-ACCRUE-ONE-BORROW
               END-IF
           END-PERFORM
           MOVE SPACES         TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACCRUAL-CNT TO RPT-A-CNT
           MOVE WS-FEE-TODAY   TO RPT-A-AMT
           MOVE RPT-ACCR-TOTAL TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    借券費按日曆日計：自上次計至日（首次為借券日）至計至日。
      *    查無收盤價者本次不計、計至日不前移。
       5100-ACCRUE-ONE-BORROW.
           IF WS-BLT-LAST-ACCR (BLT-IDX) = ZERO
               MOVE WS-BLT-BORR-DATE (BLT-IDX) TO WS-ACCR-FROM-DATE
           ELSE
               MOVE WS-BLT-LAST-ACCR (BLT-IDX) TO WS-ACCR-FROM-DATE
           END-IF
           IF WS-ACCR-FROM-DATE = ZERO
              OR WS-ACCR-TO-DATE <= WS-ACCR-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OUT-SHARES = WS-BLT-SHARES (BLT-IDX)
               - WS-BLT-RETURNED (BLT-IDX)
           IF WS-OUT-SHARES = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 5200-FIND-PRICE
           IF NOT WS-FOUND
               ADD 1 TO WS-NOPRICE-CNT
               MOVE "NO PRICE"      TO RPT-KIND
               MOVE "OUTSTD=  "     TO RPT-QTY-LABEL
               MOVE WS-OUT-SHARES   TO RPT-QTY
               MOVE "FROM="         TO RPT-DATE-LABEL
               MOVE WS-ACCR-FROM-DATE TO RPT-DATE2
               MOVE SPACES          TO RPT-AMT-LABEL
               MOVE ZERO            TO RPT-AMT
               PERFORM 8100-PRINT-ENTRY-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCR-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-ACCR-TO-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-ACCR-FROM-DATE)
           COMPUTE WS-FEE-AMT ROUNDED =
               WS-OUT-SHARES * WS-PRICE * WS-BLT-RATE (BLT-IDX)
               / 100 * WS-ACCR-DAYS / 365
           ADD WS-FEE-AMT TO WS-BLT-ACCRUED (BLT-IDX)
           ADD WS-FEE-AMT TO WS-FEE-TODAY
           ADD 1 TO WS-ACCRUAL-CNT
           MOVE WS-ACCR-TO-DATE            TO BA-ACCR-DATE
           MOVE WS-BLT-ACNT (BLT-IDX)      TO BA-ACNT
           MOVE WS-BLT-STKNO (BLT-IDX)     TO BA-STKNO
           MOVE WS-BLT-LENDER (BLT-IDX)    TO BA-LENDER-ID
           MOVE WS-BLT-BORR-DATE (BLT-IDX) TO BA-BORROW-DATE
           MOVE WS-OUT-SHARES              TO BA-OUT-SHARES
           MOVE WS-PRICE                   TO BA-PRICE
           MOVE WS-BLT-RATE (BLT-IDX)      TO BA-FEE-RATE
           MOVE WS-ACCR-DAYS               TO BA-DAYS
           MOVE WS-FEE-AMT                 TO BA-FEE-AMT
           WRITE BORROW-ACCRUAL-REC
           MOVE WS-ACCR-TO-DATE TO WS-BLT-LAST-ACCR (BLT-IDX).
      *
       5200-FIND-PRICE.
           MOVE "N"  TO WS-FOUND-SW
           MOVE ZERO TO WS-PRICE
           PERFORM VARYING PRC-IDX FROM 1 BY 1
                   UNTIL PRC-IDX > WS-PRC-CNT
               IF WS-PRC-STKNO (PRC-IDX) = WS-BLT-STKNO (BLT-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-PRC-PRICE (PRC-IDX) TO WS-PRICE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       6000-LIST-OVERDUE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE " BORROWS PAST RETURN-DUE DATE (TWSE TRADING DAYS)"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING BLT-IDX FROM 1 BY 1
                   UNTIL BLT-IDX > WS-BLT-CNT
               IF WS-BLT-STATUS (BLT-IDX) = "O"
                  AND WS-BLT-DUE (BLT-IDX) NOT = ZERO
                  AND WS-BLT-DUE (BLT-IDX) < WS-BUSINESS-DATE
                   PERFORM 6100-COMPUTE-OVERDUE-DAYS
                   IF WS-OVERDUE-DAYS > ZERO
                       PERFORM 6200-WRITE-OVERDUE
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    逾期日數 = 約定還券日之後至營業日（含）之交易日數；
      *    還券日逢休市者順延至次一交易日，該日不計逾期。
       6100-COMPUTE-OVERDUE-DAYS.
           MOVE ZERO  TO WS-OVERDUE-DAYS
           MOVE SPACE TO WS-DUE-STATUS
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-CNT
               IF WS-CAL-DATE (CAL-IDX) = WS-BLT-DUE (BLT-IDX)
                   MOVE WS-CAL-STATUS (CAL-IDX) TO WS-DUE-STATUS
               END-IF
               IF WS-CAL-STATUS (CAL-IDX) = "T"
                  AND WS-CAL-DATE (CAL-IDX) > WS-BLT-DUE (BLT-IDX)
                  AND WS-CAL-DATE (CAL-IDX) <= WS-BUSINESS-DATE
                   ADD 1 TO WS-OVERDUE-DAYS
               END-IF
           END-PERFORM
           IF WS-DUE-STATUS NOT = "T"
               SUBTRACT 1 FROM WS-OVERDUE-DAYS
           END-IF.
      *
       6200-WRITE-OVERDUE.
           ADD 1 TO WS-OVERDUE-CNT
           COMPUTE WS-OUT-SHARES = WS-BLT-SHARES (BLT-IDX)
               - WS-BLT-RETURNED (BLT-IDX)
           MOVE "OVERDUE"       TO RPT-KIND
           MOVE "OUTSTD=  "     TO RPT-QTY-LABEL
           MOVE WS-OUT-SHARES   TO RPT-QTY
           MOVE "DUE= "         TO RPT-DATE-LABEL
           MOVE WS-BLT-DUE (BLT-IDX) TO RPT-DATE2
           MOVE "DAYS=   "      TO RPT-AMT-LABEL
           MOVE WS-OVERDUE-DAYS TO RPT-AMT
           PERFORM 8100-PRINT-ENTRY-LINE
           MOVE "M02BORR"       TO EXCP-SOURCE-PGM
           MOVE SPACES          TO EXCP-KEY
           STRING WS-BLT-ACNT (BLT-IDX) "/" WS-BLT-STKNO (BLT-IDX)
               DELIMITED BY SIZE INTO EXCP-KEY
           END-STRING
           MOVE "M"             TO EXCP-SEVERITY
           MOVE "SECURITIES BORROW PAST RETURN-DUE DATE"
               TO EXCP-TEXT
           PERFORM 8700-WRITE-EXCEPTION-REC.
      *
      *    還清合約留檔一日（還清日即營業日者）供稽核，其餘除檔。
       7000-WRITE-LEDGER.
           OPEN OUTPUT BORR-FILE-OUT
           PERFORM VARYING BLT-IDX FROM 1 BY 1
                   UNTIL BLT-IDX > WS-BLT-CNT
               IF WS-BLT-STATUS (BLT-IDX) = "R"
                  AND WS-BLT-RET-DATE (BLT-IDX) < WS-BUSINESS-DATE
                   ADD 1 TO WS-PURGED-CNT
               ELSE
                   PERFORM 7100-WRITE-ONE-CONTRACT
               END-IF
           END-PERFORM
           CLOSE BORR-FILE-OUT.
      *
       7100-WRITE-ONE-CONTRACT.
           MOVE SPACES                     TO BORROW-LEDGER-REC
           MOVE WS-BLT-ACNT (BLT-IDX)      TO BL-ACNT
           MOVE WS-BLT-STKNO (BLT-IDX)     TO BL-STKNO
           MOVE WS-BLT-LENDER (BLT-IDX)    TO BL-LENDER-ID
           MOVE WS-BLT-BORR-DATE (BLT-IDX) TO BL-BORROW-DATE
           MOVE WS-BLT-SHARES (BLT-IDX)    TO BL-BORROW-SHARES
           MOVE WS-BLT-RETURNED (BLT-IDX)  TO BL-RETURNED-SHARES
           MOVE WS-BLT-REDEEM (BLT-IDX)    TO BL-REDEEM-SHARES
           MOVE WS-BLT-RATE (BLT-IDX)      TO BL-FEE-RATE
           MOVE WS-BLT-DUE (BLT-IDX)       TO BL-DUE-DATE
           MOVE WS-BLT-LAST-ACCR (BLT-IDX) TO BL-LAST-ACCR-DATE
           MOVE WS-BLT-ACCRUED (BLT-IDX)   TO BL-ACCRUED-FEE
           MOVE WS-BLT-RET-DATE (BLT-IDX)  TO BL-RETURN-DATE
           MOVE WS-BLT-STATUS (BLT-IDX)    TO BL-STATUS
           ADD 1 TO WS-LEDGER-OUT-CNT
           WRITE BORR-OUT-REC FROM BORROW-LEDGER-REC.
      *
       8100-PRINT-ENTRY-LINE.
           MOVE SPACES                     TO RPT-LINE
           MOVE WS-BLT-ACNT (BLT-IDX)      TO RPT-ACNT
           MOVE WS-BLT-STKNO (BLT-IDX)     TO RPT-STKNO
           MOVE WS-BLT-LENDER (BLT-IDX)    TO RPT-LENDER
           MOVE WS-BLT-BORR-DATE (BLT-IDX) TO RPT-BORR-DATE
           MOVE RPT-DETAIL                 TO RPT-LINE
           WRITE RPT-LINE.
      *
       8700-WRITE-EXCEPTION-REC.
           MOVE "U"    TO EXCP-STATUS
           MOVE SPACES TO EXCP-ACK-ID
           MOVE ZERO   TO EXCP-ACK-DATE
           WRITE EXCEPTION-REC.
      *
       9000-TERMINATE.
           CLOSE ACCR-FILE
           CLOSE EXCP-FILE
           CLOSE BORR-RPT
           DISPLAY "M02BORR LEDGER-IN=" WS-LEDGER-IN-CNT
               " NEW=" WS-NEW-BORROW-CNT
               " RETURNS=" WS-RETURN-CNT
               " NO-MATCH=" WS-NOMATCH-CNT
               " UNCONFIRMED=" WS-UNCONF-CNT
               " REDEEM-USE=" WS-REDEEM-CNT
               " ACCRUALS=" WS-ACCRUAL-CNT
               " NO-PRICE=" WS-NOPRICE-CNT
               " OVERDUE=" WS-OVERDUE-CNT
               " PURGED=" WS-PURGED-CNT
               " LEDGER-OUT=" WS-LEDGER-OUT-CNT.
