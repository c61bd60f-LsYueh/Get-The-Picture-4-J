      * 檔案名稱：M02BSTM
      *---------------------------------------------------------------
      * 券商月結借券費對帳單
      * 讀取借券費計提歷史檔（BORRACR，M02BORR 每日附加），依
      * 對帳月份控制卡（BSTMPARM，YYYYMM）挑出計提日屬當月之
      * 計提紀錄，依開戶券商（ACNT-BROKER）+ 帳號 + 股票代號 +
      * 出借人 + 借券日彙總計提日數與借券費；累計表先排序再
      * 列印（作法比照 M02BILL），每券商一張對帳單：抬頭取參加人
      * 主檔（BRKMSTR）之名稱與地址，逐合約列當月計提日數與
      * 金額，末列券商合計。計提跨月者（例如月底逢休市，次一
      * 交易日始補計）全數歸入計提日所屬月份。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02BSTM.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "BSTMPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCR-FILE ASSIGN TO "BORRACR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSTM-RPT     ASSIGN TO "M02SRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BROKER-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRKM-BROKER-ID.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-STMT-MONTH PIC 9(06).
      *
       FD  ACCR-FILE
           RECORDING MODE IS F.
           COPY "borracr.cpy".
      *
       FD  BSTM-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  BROKER-FILE
           RECORDING MODE IS F.
           COPY "brkmstr.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-BRK-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-BRK-FOUND          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-ACCR-READ-CNT PIC 9(07) VALUE ZERO.
           05  WS-SELECTED-CNT PIC 9(07) VALUE ZERO.
       01  WS-STMT-MONTH       PIC 9(06) VALUE ZERO.
       01  WS-ACCR-MONTH       PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-BROKER     PIC X(04) VALUE SPACES.
       01  WS-BROKER-TOT-AMT   PIC 9(13)V99 VALUE ZERO.
       01  WS-GRAND-TOT-AMT    PIC 9(15)V99 VALUE ZERO.
      *
      *    對帳累計：依開戶券商+帳號+股票+出借人+借券日分列。
       01  WS-STM-TABLE.
           05  WS-STM-CNT      PIC 9(05) VALUE ZERO.
           05  WS-STM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY STM-IDX, ST2-IDX.
               10  WS-STM-ACNT     PIC X(11).
               10  WS-STM-STKNO    PIC X(06).
               10  WS-STM-LENDER   PIC X(08).
               10  WS-STM-BORR-DATE PIC 9(08).
               10  WS-STM-DAYS     PIC 9(05).
               10  WS-STM-AMT      PIC 9(11)V99.
       01  WS-STM-SWAP.
           05  FILLER          PIC X(33).
           05  FILLER          PIC 9(05).
           05  FILLER          PIC 9(11)V99.
      *
       01  RPT-HEAD-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(34) VALUE
               "MONTHLY BORROW FEE STATEMENT FOR ".
           05  RPT-H-MONTH     PIC 9(06).
       01  RPT-BRK-NAME-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(12) VALUE "STATEMENT TO".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-B-BROKER    PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-B-NAME      PIC X(40).
       01  RPT-BRK-ADDR-LINE.
           05  FILLER          PIC X(19) VALUE SPACES.
           05  RPT-B-ADDR      PIC X(40).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(46) VALUE
               "   ACCOUNT     STKNO  LENDER   BORROWED   DAYS".
           05  FILLER          PIC X(20) VALUE
               "          FEE AMOUNT".
       01  RPT-DETAIL.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-ACNT        PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-STKNO       PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-LENDER      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BORR-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-DAYS        PIC Z(4)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-AMT         PIC Z(12)9.99.
       01  RPT-BROKER-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(17) VALUE "STATEMENT BROKER=".
           05  RPT-T-BROKER    PIC X(04).
           05  FILLER          PIC X(14) VALUE " TOTAL FEE=   ".
           05  RPT-T-AMT       PIC Z(12)9.99.
       01  RPT-GRAND-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(35) VALUE
               "ALL BROKERS BORROW FEE FOR MONTH  ".
           05  RPT-G-AMT       PIC Z(14)9.99.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE UNTIL WS-EOF
           PERFORM 3000-PRINT-STATEMENTS
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "M02BSTM ABEND - BSTMPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-STMT-MONTH TO WS-STMT-MONTH
           CLOSE PARM-FILE-IN
           OPEN INPUT  ACCR-FILE
           OPEN OUTPUT BSTM-RPT
           OPEN INPUT  BROKER-FILE
           MOVE WS-STMT-MONTH TO RPT-H-MONTH
           MOVE RPT-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-ACCRUAL.
      *
       2000-ACCUMULATE.
           ADD 1 TO WS-ACCR-READ-CNT
           MOVE BA-ACCR-DATE (1:6) TO WS-ACCR-MONTH
           IF WS-ACCR-MONTH = WS-STMT-MONTH
               ADD 1 TO WS-SELECTED-CNT
               PERFORM 2200-ACCUM-CONTRACT
           END-IF
           PERFORM 2100-READ-ACCRUAL.
      *
       2100-READ-ACCRUAL.
           READ ACCR-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-ACCUM-CONTRACT.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING STM-IDX FROM 1 BY 1
                   UNTIL STM-IDX > WS-STM-CNT
               IF WS-STM-ACNT (STM-IDX) = BA-ACNT
                  AND WS-STM-STKNO (STM-IDX) = BA-STKNO
                  AND WS-STM-LENDER (STM-IDX) = BA-LENDER-ID
                  AND WS-STM-BORR-DATE (STM-IDX) = BA-BORROW-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-STM-CNT >= 5000
                   DISPLAY "M02BSTM ABEND - STATEMENT TABLE FULL AT "
                       "5000 ENTRIES, RAISE WS-STM-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STM-CNT
               SET STM-IDX TO WS-STM-CNT
               MOVE BA-ACNT        TO WS-STM-ACNT (STM-IDX)
               MOVE BA-STKNO       TO WS-STM-STKNO (STM-IDX)
               MOVE BA-LENDER-ID   TO WS-STM-LENDER (STM-IDX)
               MOVE BA-BORROW-DATE TO WS-STM-BORR-DATE (STM-IDX)
               MOVE ZERO           TO WS-STM-DAYS (STM-IDX)
               MOVE ZERO           TO WS-STM-AMT (STM-IDX)
           END-IF
           ADD BA-DAYS    TO WS-STM-DAYS (STM-IDX)
           ADD BA-FEE-AMT TO WS-STM-AMT (STM-IDX).
      *
      *    計提檔依日期到檔、券商交錯，累計表先依帳號（開戶券商
      *    在前）排序再列印，確保每券商只出一張對帳單。
       3000-PRINT-STATEMENTS.
           PERFORM VARYING STM-IDX FROM 1 BY 1
                   UNTIL STM-IDX > WS-STM-CNT
               PERFORM VARYING ST2-IDX FROM 1 BY 1
                       UNTIL ST2-IDX >= WS-STM-CNT
                   IF WS-STM-ENTRY (ST2-IDX)
                           > WS-STM-ENTRY (ST2-IDX + 1)
                       MOVE WS-STM-ENTRY (ST2-IDX) TO WS-STM-SWAP
                       MOVE WS-STM-ENTRY (ST2-IDX + 1)
                           TO WS-STM-ENTRY (ST2-IDX)
                       MOVE WS-STM-SWAP TO WS-STM-ENTRY (ST2-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-PRIOR-BROKER
           PERFORM VARYING STM-IDX FROM 1 BY 1
                   UNTIL STM-IDX > WS-STM-CNT
               IF WS-STM-ACNT (STM-IDX) (1:4) NOT = WS-PRIOR-BROKER
                   PERFORM 3200-CLOSE-BROKER-STATEMENT
                   MOVE WS-STM-ACNT (STM-IDX) (1:4) TO WS-PRIOR-BROKER
                   MOVE ZERO TO WS-BROKER-TOT-AMT
                   PERFORM 3100-PRINT-STATEMENT-TO
               END-IF
               MOVE SPACES                     TO RPT-LINE
               MOVE WS-STM-ACNT (STM-IDX)      TO RPT-ACNT
               MOVE WS-STM-STKNO (STM-IDX)     TO RPT-STKNO
               MOVE WS-STM-LENDER (STM-IDX)    TO RPT-LENDER
               MOVE WS-STM-BORR-DATE (STM-IDX) TO RPT-BORR-DATE
               MOVE WS-STM-DAYS (STM-IDX)      TO RPT-DAYS
               MOVE WS-STM-AMT (STM-IDX)       TO RPT-AMT
               MOVE RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               ADD WS-STM-AMT (STM-IDX) TO WS-BROKER-TOT-AMT
               ADD WS-STM-AMT (STM-IDX) TO WS-GRAND-TOT-AMT
           END-PERFORM
           PERFORM 3200-CLOSE-BROKER-STATEMENT
           MOVE WS-GRAND-TOT-AMT TO RPT-G-AMT
           MOVE RPT-GRAND-TOTAL  TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    對帳單抬頭：券商名稱與地址取自參加人主檔；查無者註記。
       3100-PRINT-STATEMENT-TO.
           MOVE WS-PRIOR-BROKER TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE 'N' TO WS-BRK-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-BRK-STATUS-SW
           END-READ
           IF NOT WS-BRK-FOUND
               MOVE "** BROKER NOT ON PARTICIPANT MASTER **"
                   TO BRKM-NAME
               MOVE SPACES TO BRKM-ADDRESS-1
               MOVE SPACES TO BRKM-ADDRESS-2
           END-IF
           MOVE SPACES            TO RPT-LINE
           MOVE WS-PRIOR-BROKER   TO RPT-B-BROKER
           MOVE BRKM-NAME         TO RPT-B-NAME
           MOVE RPT-BRK-NAME-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF BRKM-ADDRESS-1 NOT = SPACES
               MOVE SPACES            TO RPT-LINE
               MOVE BRKM-ADDRESS-1    TO RPT-B-ADDR
               MOVE RPT-BRK-ADDR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF BRKM-ADDRESS-2 NOT = SPACES
               MOVE SPACES            TO RPT-LINE
               MOVE BRKM-ADDRESS-2    TO RPT-B-ADDR
               MOVE RPT-BRK-ADDR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE.
      *
       3200-CLOSE-BROKER-STATEMENT.
           IF WS-PRIOR-BROKER NOT = SPACES
               MOVE SPACES            TO RPT-LINE
               MOVE WS-PRIOR-BROKER   TO RPT-T-BROKER
               MOVE WS-BROKER-TOT-AMT TO RPT-T-AMT
               MOVE RPT-BROKER-TOTAL  TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       9000-TERMINATE.
           CLOSE ACCR-FILE
           CLOSE BSTM-RPT
           CLOSE BROKER-FILE
           DISPLAY "M02BSTM MONTH=" WS-STMT-MONTH
               " ACCRUALS-READ=" WS-ACCR-READ-CNT
               " SELECTED=" WS-SELECTED-CNT
               " CONTRACTS=" WS-STM-CNT.
