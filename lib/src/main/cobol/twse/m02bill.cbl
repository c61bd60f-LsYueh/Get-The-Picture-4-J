      * 調價自生效日起算、不回溯），依券商列印請款明細（依費率
      * 分列，調價月份可見新舊費率各計多少筆）與總額，並輸出
      * 財務總帳月結彙總檔。交易日找不到任何費率者列例外並以
      * RETURN-CODE 8 結束（費率主檔漏建）。各券商請款明細前先列
      * 參加人主檔（BRKMSTR）之券商名稱與地址作為請款抬頭。
      * 各券商請款完成另附加一筆生命週期事件（M02LIFE，範圍 'M'，
      * 'B'，參考日 = 計費月份一日），供單筆軌跡查詢依申請日月份
      * 對回各筆申報。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILL-RPT     ASSIGN TO "M02LBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BROKER-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRKM-BROKER-ID.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BILL-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  BROKER-FILE
           RECORDING MODE IS F.
           COPY "brkmstr.cpy".
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-BRK-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-BRK-FOUND          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-BILLED-CNT   PIC 9(07) VALUE ZERO.
           05  WS-NORATE-CNT   PIC 9(05) VALUE ZERO.
           05  RPT-T-CNT       PIC Z(6)9.
           05  FILLER          PIC X(09) VALUE " AMOUNT=".
           05  RPT-T-AMT       PIC Z(12)9.99.
       01  RPT-BRK-NAME-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(07) VALUE "BILL TO".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-B-BROKER    PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-B-NAME      PIC X(40).
       01  RPT-BRK-ADDR-LINE.
           05  FILLER          PIC X(14) VALUE SPACES.
           05  RPT-B-ADDR      PIC X(40).
       01  RPT-NORATE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(25) VALUE
           OPEN INPUT  ACT-HIST-FILE
           OPEN OUTPUT BILL-SUMM-FILE
           OPEN OUTPUT BILL-RPT
           OPEN INPUT  BROKER-FILE
           OPEN EXTEND LIFE-FILE
           MOVE "MONTHLY BROKER BILLING RUN" TO RPT-LINE
           WRITE RPT-LINE.
      *
                   MOVE WS-BIL-BROKER (BIL-IDX) TO WS-PRIOR-BROKER
                   MOVE ZERO TO WS-BROKER-TOT-CNT
                   MOVE ZERO TO WS-BROKER-TOT-AMT
                   PERFORM 4050-PRINT-BILL-TO
               END-IF
               MOVE SPACES               TO RPT-LINE
               MOVE WS-BIL-TRAN (BIL-IDX) TO RPT-TRAN
               ADD WS-BIL-AMT (BIL-IDX)  TO WS-BROKER-TOT-AMT
           END-PERFORM
           PERFORM 4100-CLOSE-BROKER-INVOICE.
      *
      *    請款抬頭：券商名稱與地址取自參加人主檔；查無者註記。
       4050-PRINT-BILL-TO.
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
           END-IF.
      *
       4100-CLOSE-BROKER-INVOICE.
           IF WS-PRIOR-BROKER NOT = SPACES
               MOVE WS-BROKER-TOT-CNT TO BS-FEE-COUNT
               MOVE WS-BROKER-TOT-AMT TO BS-FEE-AMOUNT
               WRITE BILL-SUMM-REC
               PERFORM 4200-WRITE-LIFE-EVENT
           END-IF.
      *
       4200-WRITE-LIFE-EVENT.
           MOVE SPACES            TO M02-LIFE-EVENT-REC
           MOVE WS-PRIOR-BROKER   TO LJ-BROKER-ID
           MOVE ZERO              TO LJ-TX-DATE
           SET LJ-SCOPE-BILL      TO TRUE
           MOVE "M02BILL"         TO LJ-STAGE
           SET LJ-BILLED          TO TRUE
           COMPUTE LJ-REF-DATE = WS-BILL-MONTH * 100 + 1
           MOVE ZERO              TO LJ-GENERATION-NO
           STRING "FEES BILLED FOR " WS-BROKER-TOT-CNT
                  " SUBMISSIONS"
               DELIMITED BY SIZE INTO LJ-DETAIL
           END-STRING
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       9000-TERMINATE.
           CLOSE ACT-HIST-FILE
           CLOSE BILL-SUMM-FILE
           CLOSE BILL-RPT
           CLOSE BROKER-FILE
           CLOSE LIFE-FILE
           DISPLAY "M02BILL MONTH=" WS-BILL-MONTH
               " BILLED=" WS-BILLED-CNT
               " NO-RATE=" WS-NORATE-CNT.
