      * 檔案名稱：M05FEEM
      *---------------------------------------------------------------
      * 基金經理費/保管費月底應付彙總
      * 讀取基金費用計提歷史檔（FEEACCR，M05FEEA 每日附加），依
      * 月份控制卡（FEEMPARM，YYYYMM）挑出計提日屬當月之紀錄，
      * 依受款人 + ETF + 費用別彙總計提日數與金額；累計表先排序
      * 再列印（作法比照 M02BSTM），每受款人一段：抬頭取費率主檔
      * （FUNDFEE）之受款人名稱，逐 ETF 列當月計提日數、期間
      * 平均總淨值與應付金額，末列受款人合計，供與投信及保管
      * 銀行請款單逐筆核對。同時寫出應付彙總檔（FEEPAYBL，
      * 每受款人每 ETF 每費用別一筆）供會計入帳。當月最後計提日
      * 未達月底者（月底逢休市，次一營業日始補計）註記未完整
      * 計提，應俟次月第一個營業日計提後再出具。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M05FEEM.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "FEEMPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCR-FILE ASSIGN TO "FEEACCR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-RATE-FILE ASSIGN TO "FUNDFEE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYBL-FILE   ASSIGN TO "FEEPAYBL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEEM-RPT     ASSIGN TO "M05MRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-FEE-MONTH  PIC 9(06).
      *
       FD  ACCR-FILE
           RECORDING MODE IS F.
           COPY "feeaccr.cpy".
      *
       FD  FEE-RATE-FILE
           RECORDING MODE IS F.
           COPY "fundfee.cpy".
      *
       FD  PAYBL-FILE
           RECORDING MODE IS F.
       01  FEE-PAYABLE-REC.
           05  FP-FEE-MONTH    PIC 9(06).
           05  FP-PAYEE-ID     PIC X(08).
           05  FP-ETF-ID       PIC X(06).
           05  FP-FEE-TYPE     PIC X(01).
           05  FP-DAYS         PIC 9(03).
           05  FP-FEE-AMT      PIC 9(13)V99.
      *
       FD  FEEM-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-ACCR-READ-CNT PIC 9(07) VALUE ZERO.
           05  WS-SELECTED-CNT PIC 9(07) VALUE ZERO.
       01  WS-FEE-MONTH        PIC 9(06) VALUE ZERO.
       01  WS-ACCR-MONTH       PIC 9(06) VALUE ZERO.
       01  WS-LAST-ACCR-DATE   PIC 9(08) VALUE ZERO.
       01  WS-MONTH-END-DATE   PIC 9(08) VALUE ZERO.
       01  WS-NEXT-MONTH-DATE  PIC 9(08) VALUE ZERO.
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NEXT-YYYY    PIC 9(04).
           05  WS-NEXT-MM      PIC 9(02).
           05  WS-NEXT-DD      PIC 9(02).
       01  WS-PRIOR-PAYEE      PIC X(08) VALUE SPACES.
       01  WS-PAYEE-NAME       PIC X(40) VALUE SPACES.
       01  WS-PAYEE-EFF-DATE   PIC 9(08) VALUE ZERO.
       01  WS-AVG-AV           PIC 9(18) VALUE ZERO.
       01  WS-PAYEE-TOT-AMT    PIC 9(15)V99 VALUE ZERO.
       01  WS-GRAND-TOT-AMT    PIC 9(15)V99 VALUE ZERO.
      *
      *    應付累計：依受款人+ETF+費用別分列。
       01  WS-PAY-TABLE.
           05  WS-PAY-CNT      PIC 9(05) VALUE ZERO.
           05  WS-PAY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PAY-IDX, PA2-IDX.
               10  WS-PAY-PAYEE    PIC X(08).
               10  WS-PAY-ETF-ID   PIC X(06).
               10  WS-PAY-TYPE     PIC X(01).
               10  WS-PAY-DAYS     PIC 9(03).
               10  WS-PAY-AV-SUM   PIC 9(18)V99.
               10  WS-PAY-AMT      PIC 9(13)V99.
       01  WS-PAY-SWAP.
           05  FILLER          PIC X(15).
           05  FILLER          PIC 9(03).
           05  FILLER          PIC 9(18)V99.
           05  FILLER          PIC 9(13)V99.
      *
       01  RPT-HEAD-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(43) VALUE
               "MONTHLY FUND FEE PAYABLE SUMMARY FOR MONTH ".
           05  RPT-H-MONTH     PIC 9(06).
       01  RPT-INCOMPLETE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(42) VALUE
               "** MONTH NOT FULLY ACCRUED - LAST ACCRUAL ".
           05  RPT-I-DATE      PIC 9(08).
           05  FILLER          PIC X(13) VALUE ", MONTH END ".
           05  RPT-I-END       PIC 9(08).
           05  FILLER          PIC X(03) VALUE " **".
       01  RPT-PAYEE-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(06) VALUE "PAYEE ".
           05  RPT-P-PAYEE     PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-P-NAME      PIC X(40).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(51) VALUE
               "   ETF    FEE   DAYS          AVERAGE TOTAL-AV     ".
           05  FILLER          PIC X(16) VALUE "     FEE PAYABLE".
       01  RPT-DETAIL.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-ETF-ID      PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TYPE-NAME   PIC X(04).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-DAYS        PIC ZZ9.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  RPT-AVG-AV      PIC Z(17)9.
           05  FILLER          PIC X(06) VALUE SPACES.
           05  RPT-AMT         PIC Z(12)9.99.
       01  RPT-PAYEE-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(06) VALUE "PAYEE ".
           05  RPT-T-PAYEE     PIC X(08).
           05  FILLER          PIC X(14) VALUE " TOTAL FEE=   ".
           05  RPT-T-AMT       PIC Z(14)9.99.
       01  RPT-GRAND-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(35) VALUE
               "ALL PAYEES FUND FEES FOR MONTH    ".
           05  RPT-G-AMT       PIC Z(14)9.99.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE UNTIL WS-EOF
           PERFORM 3000-CHECK-MONTH-COMPLETE
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "M05FEEM ABEND - FEEMPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-FEE-MONTH TO WS-FEE-MONTH
           CLOSE PARM-FILE-IN
           OPEN INPUT  ACCR-FILE
           OPEN OUTPUT FEEM-RPT
           OPEN OUTPUT PAYBL-FILE
           MOVE WS-FEE-MONTH  TO RPT-H-MONTH
           MOVE RPT-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-ACCRUAL.
      *
       2000-ACCUMULATE.
           ADD 1 TO WS-ACCR-READ-CNT
           MOVE FA-ACCR-DATE (1:6) TO WS-ACCR-MONTH
           IF WS-ACCR-MONTH = WS-FEE-MONTH
               ADD 1 TO WS-SELECTED-CNT
               IF FA-ACCR-DATE > WS-LAST-ACCR-DATE
                   MOVE FA-ACCR-DATE TO WS-LAST-ACCR-DATE
               END-IF
               PERFORM 2200-ACCUM-PAYABLE
           END-IF
           PERFORM 2100-READ-ACCRUAL.
      *
       2100-READ-ACCRUAL.
           READ ACCR-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-ACCUM-PAYABLE.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WS-PAY-CNT
               IF WS-PAY-PAYEE (PAY-IDX) = FA-PAYEE-ID
                  AND WS-PAY-ETF-ID (PAY-IDX) = FA-ETF-ID
                  AND WS-PAY-TYPE (PAY-IDX) = FA-FEE-TYPE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-PAY-CNT >= 2000
                   DISPLAY "M05FEEM ABEND - PAYABLE TABLE FULL AT "
                       "2000 ENTRIES, RAISE WS-PAY-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PAY-CNT
               SET PAY-IDX TO WS-PAY-CNT
               MOVE FA-PAYEE-ID TO WS-PAY-PAYEE (PAY-IDX)
               MOVE FA-ETF-ID   TO WS-PAY-ETF-ID (PAY-IDX)
               MOVE FA-FEE-TYPE TO WS-PAY-TYPE (PAY-IDX)
               MOVE ZERO        TO WS-PAY-DAYS (PAY-IDX)
               MOVE ZERO        TO WS-PAY-AV-SUM (PAY-IDX)
               MOVE ZERO        TO WS-PAY-AMT (PAY-IDX)
           END-IF
           ADD 1           TO WS-PAY-DAYS (PAY-IDX)
           ADD FA-TOTAL-AV TO WS-PAY-AV-SUM (PAY-IDX)
           ADD FA-DAY-AMT  TO WS-PAY-AMT (PAY-IDX).
      *
      *    月底日 = 次月一日前一日；最後計提日未達月底者列註記。
       3000-CHECK-MONTH-COMPLETE.
           MOVE WS-FEE-MONTH TO WS-NEXT-MONTH-DATE (1:6)
           MOVE 01           TO WS-NEXT-DD
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 01 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1)
           IF WS-LAST-ACCR-DATE < WS-MONTH-END-DATE
               MOVE WS-LAST-ACCR-DATE TO RPT-I-DATE
               MOVE WS-MONTH-END-DATE TO RPT-I-END
               MOVE RPT-INCOMPLETE    TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
      *    計提檔依日期到檔、受款人交錯，累計表先依受款人排序再
      *    列印，確保每受款人只出一段。
       4000-PRINT-SUMMARY.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WS-PAY-CNT
               PERFORM VARYING PA2-IDX FROM 1 BY 1
                       UNTIL PA2-IDX >= WS-PAY-CNT
                   IF WS-PAY-ENTRY (PA2-IDX)
                           > WS-PAY-ENTRY (PA2-IDX + 1)
                       MOVE WS-PAY-ENTRY (PA2-IDX) TO WS-PAY-SWAP
                       MOVE WS-PAY-ENTRY (PA2-IDX + 1)
                           TO WS-PAY-ENTRY (PA2-IDX)
                       MOVE WS-PAY-SWAP TO WS-PAY-ENTRY (PA2-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-PRIOR-PAYEE
           PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WS-PAY-CNT
               IF WS-PAY-PAYEE (PAY-IDX) NOT = WS-PRIOR-PAYEE
                   PERFORM 4300-CLOSE-PAYEE
                   MOVE WS-PAY-PAYEE (PAY-IDX) TO WS-PRIOR-PAYEE
                   MOVE ZERO TO WS-PAYEE-TOT-AMT
                   PERFORM 4100-PRINT-PAYEE-HEADING
               END-IF
               PERFORM 4200-PRINT-ONE-PAYABLE
           END-PERFORM
           PERFORM 4300-CLOSE-PAYEE
           MOVE WS-GRAND-TOT-AMT TO RPT-G-AMT
           MOVE RPT-GRAND-TOTAL  TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    受款人名稱取費率主檔中該受款人最新生效之一筆。
       4100-PRINT-PAYEE-HEADING.
           MOVE "** PAYEE NOT ON FEE RATE MASTER **" TO WS-PAYEE-NAME
           OPEN INPUT FEE-RATE-FILE
           MOVE ZERO TO WS-PAYEE-EFF-DATE
           PERFORM 4110-READ-FEE-RATE
           PERFORM UNTIL WS-EOF
               IF FF-PAYEE-ID = WS-PRIOR-PAYEE
                  AND FF-EFF-DATE >= WS-PAYEE-EFF-DATE
                   MOVE FF-PAYEE-NAME TO WS-PAYEE-NAME
                   MOVE FF-EFF-DATE   TO WS-PAYEE-EFF-DATE
               END-IF
               PERFORM 4110-READ-FEE-RATE
           END-PERFORM
           CLOSE FEE-RATE-FILE
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES         TO RPT-LINE
           MOVE WS-PRIOR-PAYEE TO RPT-P-PAYEE
           MOVE WS-PAYEE-NAME  TO RPT-P-NAME
           MOVE RPT-PAYEE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE.
      *
       4110-READ-FEE-RATE.
           READ FEE-RATE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       4200-PRINT-ONE-PAYABLE.
           COMPUTE WS-AVG-AV ROUNDED =
               WS-PAY-AV-SUM (PAY-IDX) / WS-PAY-DAYS (PAY-IDX)
           MOVE SPACES                  TO RPT-LINE
           MOVE WS-PAY-ETF-ID (PAY-IDX) TO RPT-ETF-ID
           IF WS-PAY-TYPE (PAY-IDX) = "M"
               MOVE "MGMT" TO RPT-TYPE-NAME
           ELSE
               MOVE "CUST" TO RPT-TYPE-NAME
           END-IF
           MOVE WS-PAY-DAYS (PAY-IDX)   TO RPT-DAYS
           MOVE WS-AVG-AV               TO RPT-AVG-AV
           MOVE WS-PAY-AMT (PAY-IDX)    TO RPT-AMT
           MOVE RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FEE-MONTH            TO FP-FEE-MONTH
           MOVE WS-PAY-PAYEE (PAY-IDX)  TO FP-PAYEE-ID
           MOVE WS-PAY-ETF-ID (PAY-IDX) TO FP-ETF-ID
           MOVE WS-PAY-TYPE (PAY-IDX)   TO FP-FEE-TYPE
           MOVE WS-PAY-DAYS (PAY-IDX)   TO FP-DAYS
           MOVE WS-PAY-AMT (PAY-IDX)    TO FP-FEE-AMT
           WRITE FEE-PAYABLE-REC
           ADD WS-PAY-AMT (PAY-IDX) TO WS-PAYEE-TOT-AMT
           ADD WS-PAY-AMT (PAY-IDX) TO WS-GRAND-TOT-AMT.
      *
       4300-CLOSE-PAYEE.
           IF WS-PRIOR-PAYEE NOT = SPACES
               MOVE SPACES           TO RPT-LINE
               MOVE WS-PRIOR-PAYEE   TO RPT-T-PAYEE
               MOVE WS-PAYEE-TOT-AMT TO RPT-T-AMT
               MOVE RPT-PAYEE-TOTAL  TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       9000-TERMINATE.
           CLOSE ACCR-FILE
           CLOSE FEEM-RPT
           CLOSE PAYBL-FILE
           DISPLAY "M05FEEM MONTH=" WS-FEE-MONTH
               " ACCRUALS-READ=" WS-ACCR-READ-CNT
               " SELECTED=" WS-SELECTED-CNT
               " PAYABLE-LINES=" WS-PAY-CNT.
