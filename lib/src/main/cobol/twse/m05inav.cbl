      * 檔案名稱：M05INAV
      *---------------------------------------------------------------
      * 盤中預估淨值（iNAV）計算
      * 造市商及交易所要求盤中發布預估淨值，本公司向無此資料。
      * 本程式載入當日 M05 之籃子（OBJ-DATA 成分股與股數，盤前
      * 價格以 OBJ-PRICE 前日收盤價為準）及 ANCE-DATA 之估計現金
      * 差額（ESTD-VALUE）與基本單位數（BASE-VALUE），依快照時間
      * 順序讀取交易所盤中價格快照檔（INTRAPRC），每一快照時間
      * 結束即就每一 ETF 計算：
      *   預估淨值 = （Σ 籃子股數 × 最近成交價 + ESTD-VALUE）
      *             ÷ BASE-VALUE（四捨五入至小數四位）
      * 寫出發布檔（INAVPUB），報表列印各 ETF 當日快照次數、首末
      * 及最高最低預估淨值。快照日期與營業日不符者不採用；缺
      * ANCE 或 BASE-VALUE 為零之 ETF 無從計算，列入報表不發布。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M05INAV.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT M05-FILE-IN  ASSIGN TO "M05IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAP-FILE-IN ASSIGN TO "INTRAPRC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PUB-FILE-OUT ASSIGN TO "INAVPUB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INAV-RPT     ASSIGN TO "M05NRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  M05-FILE-IN
           RECORDING MODE IS F.
           COPY "m05.cpy".
      *
       FD  SNAP-FILE-IN
           RECORDING MODE IS F.
           COPY "intraprc.cpy".
      *
       FD  PUB-FILE-OUT
           RECORDING MODE IS F.
           COPY "inavpub.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  INAV-RPT
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
           05  WS-SNAP-READ-CNT  PIC 9(07) VALUE ZERO.
           05  WS-SNAP-WRONG-CNT PIC 9(07) VALUE ZERO.
           05  WS-SNAP-TIME-CNT  PIC 9(05) VALUE ZERO.
           05  WS-PUB-CNT        PIC 9(07) VALUE ZERO.
           05  WS-NOCALC-CNT     PIC 9(05) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-CUR-SNAP-TIME    PIC 9(06) VALUE ZERO.
       01  WS-LINE-VALUE       PIC 9(16)V99 VALUE ZERO.
       01  WS-BASKET-AMT       PIC 9(16)V99 VALUE ZERO.
       01  WS-TRADED-CNT       PIC 9(04) VALUE ZERO.
       01  WS-INAV             PIC 9(5)V9(4) VALUE ZERO.
      *
      *    ETF：ANCE 之現金差額與基本單位數，及當日預估淨值統計。
       01  WS-ETF-TABLE.
           05  WS-ETF-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ETF-ENTRY OCCURS 500 TIMES
                   INDEXED BY ETF-IDX.
               10  WS-ETF-ETF-ID   PIC X(06).
               10  WS-ETF-HAS-ANCE PIC X(01).
               10  WS-ETF-ESTD     PIC 9(18).
               10  WS-ETF-BASE     PIC 9(08).
               10  WS-ETF-NAV      PIC 9(5)V9(4).
               10  WS-ETF-CONST    PIC 9(04).
               10  WS-ETF-PUB-CNT  PIC 9(05).
               10  WS-ETF-FIRST    PIC 9(5)V9(4).
               10  WS-ETF-LAST     PIC 9(5)V9(4).
               10  WS-ETF-HIGH     PIC 9(5)V9(4).
               10  WS-ETF-LOW      PIC 9(5)V9(4).
      *
      *    成分股最近成交價（跨籃子同股票共用一筆）。
       01  WS-STK-TABLE.
           05  WS-STK-CNT      PIC 9(04) VALUE ZERO.
           05  WS-STK-ENTRY OCCURS 3000 TIMES
                   INDEXED BY STK-IDX.
               10  WS-STK-STKNO    PIC X(06).
               10  WS-STK-PRICE    PIC 9(5)V9(4).
               10  WS-STK-TRADED   PIC X(01).
      *
      *    籃子明細：所屬 ETF 與成分股於上兩表之位置。
       01  WS-BSK-TABLE.
           05  WS-BSK-CNT      PIC 9(05) VALUE ZERO.
           05  WS-BSK-ENTRY OCCURS 20000 TIMES
                   INDEXED BY BSK-IDX.
               10  WS-BSK-ETF-SUB  PIC 9(04).
               10  WS-BSK-STK-SUB  PIC 9(04).
               10  WS-BSK-SHARES   PIC 9(08).
      *
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(52) VALUE
               " ETF     CONST  SNAPS  PRIOR-NAV   FIRST-INAV   LAST".
           05  FILLER          PIC X(34) VALUE
               "-INAV    HIGH-INAV     LOW-INAV   ".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ETF-ID      PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-CONST       PIC ZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-SNAPS       PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-PRIOR-NAV   PIC Z(4)9.9999.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-FIRST       PIC Z(4)9.9999.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-LAST        PIC Z(4)9.9999.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-HIGH        PIC Z(4)9.9999.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-LOW         PIC Z(4)9.9999.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-FLAG        PIC X(26).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BASKETS
           PERFORM 3000-PROCESS-SNAPSHOTS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT INAV-RPT
           OPEN OUTPUT PUB-FILE-OUT
           MOVE "INTRADAY INDICATIVE NAV (INAV) PUBLICATION"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1200-READ-BUSINESS-DATE.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M05INAV ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.
      *
       2000-LOAD-BASKETS.
           OPEN INPUT M05-FILE-IN
           PERFORM 2100-READ-M05
           PERFORM UNTIL WS-EOF
               EVALUATE FIELD-NAME OF M05
                   WHEN "OBJ "
                       PERFORM 2200-FIND-OR-ADD-ETF
                       PERFORM 2300-ADD-BASKET-LINE
                   WHEN "ANCE"
                       PERFORM 2200-FIND-OR-ADD-ETF
                       MOVE "Y"        TO WS-ETF-HAS-ANCE (ETF-IDX)
                       MOVE ESTD-VALUE TO WS-ETF-ESTD (ETF-IDX)
                       MOVE BASE-VALUE TO WS-ETF-BASE (ETF-IDX)
                       MOVE NAV        TO WS-ETF-NAV (ETF-IDX)
               END-EVALUATE
               PERFORM 2100-READ-M05
           END-PERFORM
           CLOSE M05-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-M05.
           READ M05-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-FIND-OR-ADD-ETF.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING ETF-IDX FROM 1 BY 1
                   UNTIL ETF-IDX > WS-ETF-CNT
               IF WS-ETF-ETF-ID (ETF-IDX) = ETF-ID OF M05
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-ETF-CNT >= 500
                   DISPLAY "M05INAV ABEND - ETF TABLE FULL AT 500 "
                       "ENTRIES, RAISE WS-ETF-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ETF-CNT
               SET ETF-IDX TO WS-ETF-CNT
               MOVE ETF-ID OF M05 TO WS-ETF-ETF-ID (ETF-IDX)
               MOVE "N"  TO WS-ETF-HAS-ANCE (ETF-IDX)
               MOVE ZERO TO WS-ETF-ESTD (ETF-IDX)
               MOVE ZERO TO WS-ETF-BASE (ETF-IDX)
               MOVE ZERO TO WS-ETF-NAV (ETF-IDX)
               MOVE ZERO TO WS-ETF-CONST (ETF-IDX)
               MOVE ZERO TO WS-ETF-PUB-CNT (ETF-IDX)
               MOVE ZERO TO WS-ETF-FIRST (ETF-IDX)
               MOVE ZERO TO WS-ETF-LAST (ETF-IDX)
               MOVE ZERO TO WS-ETF-HIGH (ETF-IDX)
               MOVE ZERO TO WS-ETF-LOW (ETF-IDX)
           END-IF.
      *
      *    成分股首次出現時以 OBJ-PRICE（前日收盤價）立價。
       2300-ADD-BASKET-LINE.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING STK-IDX FROM 1 BY 1
                   UNTIL STK-IDX > WS-STK-CNT
               IF WS-STK-STKNO (STK-IDX) = OBJ-ID
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-STK-CNT >= 3000
                   DISPLAY "M05INAV ABEND - STOCK TABLE FULL AT 3000 "
                       "ENTRIES, RAISE WS-STK-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STK-CNT
               SET STK-IDX TO WS-STK-CNT
               MOVE OBJ-ID    TO WS-STK-STKNO (STK-IDX)
               MOVE OBJ-PRICE TO WS-STK-PRICE (STK-IDX)
               MOVE "N"       TO WS-STK-TRADED (STK-IDX)
           END-IF
           IF WS-BSK-CNT >= 20000
               DISPLAY "M05INAV ABEND - BASKET TABLE FULL AT 20000 "
                   "ENTRIES, RAISE WS-BSK-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BSK-CNT
           SET BSK-IDX TO WS-BSK-CNT
           SET WS-BSK-ETF-SUB (BSK-IDX) TO ETF-IDX
           SET WS-BSK-STK-SUB (BSK-IDX) TO STK-IDX
           MOVE OBJ-STOCK-NOS TO WS-BSK-SHARES (BSK-IDX)
           ADD 1 TO WS-ETF-CONST (ETF-IDX).
      *
      *    快照依時間先後到檔：時間改變即就前一快照發布。
       3000-PROCESS-SNAPSHOTS.
           OPEN INPUT SNAP-FILE-IN
           PERFORM 3100-READ-SNAPSHOT
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-SNAP-READ-CNT
               IF IP-SNAP-DATE NOT = WS-BUSINESS-DATE
                   ADD 1 TO WS-SNAP-WRONG-CNT
               ELSE
                   IF IP-SNAP-TIME NOT = WS-CUR-SNAP-TIME
                      AND WS-CUR-SNAP-TIME NOT = ZERO
                       PERFORM 4000-PUBLISH-SNAPSHOT
                   END-IF
                   MOVE IP-SNAP-TIME TO WS-CUR-SNAP-TIME
                   PERFORM 3200-APPLY-PRICE
               END-IF
               PERFORM 3100-READ-SNAPSHOT
           END-PERFORM
           IF WS-CUR-SNAP-TIME NOT = ZERO
               PERFORM 4000-PUBLISH-SNAPSHOT
           END-IF
           CLOSE SNAP-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       3100-READ-SNAPSHOT.
           READ SNAP-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    不在任何籃子之股票略過。
       3200-APPLY-PRICE.
           PERFORM VARYING STK-IDX FROM 1 BY 1
                   UNTIL STK-IDX > WS-STK-CNT
               IF WS-STK-STKNO (STK-IDX) = IP-STKNO
                   MOVE IP-PRICE TO WS-STK-PRICE (STK-IDX)
                   MOVE "Y"      TO WS-STK-TRADED (STK-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       4000-PUBLISH-SNAPSHOT.
           ADD 1 TO WS-SNAP-TIME-CNT
           PERFORM VARYING ETF-IDX FROM 1 BY 1
                   UNTIL ETF-IDX > WS-ETF-CNT
               IF WS-ETF-HAS-ANCE (ETF-IDX) = "Y"
                  AND WS-ETF-BASE (ETF-IDX) > ZERO
                   PERFORM 4100-COMPUTE-ONE-INAV
               END-IF
           END-PERFORM.
      *
       4100-COMPUTE-ONE-INAV.
           MOVE WS-ETF-ESTD (ETF-IDX) TO WS-BASKET-AMT
           MOVE ZERO TO WS-TRADED-CNT
           PERFORM VARYING BSK-IDX FROM 1 BY 1
                   UNTIL BSK-IDX > WS-BSK-CNT
               IF WS-BSK-ETF-SUB (BSK-IDX) = ETF-IDX
                   SET STK-IDX TO WS-BSK-STK-SUB (BSK-IDX)
                   COMPUTE WS-LINE-VALUE ROUNDED =
                       WS-BSK-SHARES (BSK-IDX) * WS-STK-PRICE (STK-IDX)
                   ADD WS-LINE-VALUE TO WS-BASKET-AMT
                   IF WS-STK-TRADED (STK-IDX) = "Y"
                       ADD 1 TO WS-TRADED-CNT
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-INAV ROUNDED =
               WS-BASKET-AMT / WS-ETF-BASE (ETF-IDX)
               ON SIZE ERROR
                   DISPLAY "M05INAV ABEND - INAV OVERFLOWS 9(5)V9(4) "
                       "FOR ETF=" WS-ETF-ETF-ID (ETF-IDX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           MOVE WS-ETF-ETF-ID (ETF-IDX) TO INP-ETF-ID
           MOVE WS-BUSINESS-DATE        TO INP-SNAP-DATE
           MOVE WS-CUR-SNAP-TIME        TO INP-SNAP-TIME
           MOVE WS-INAV                 TO INP-INAV
           MOVE WS-BASKET-AMT           TO INP-BASKET-AMT
           MOVE WS-ETF-CONST (ETF-IDX)  TO INP-CONST-CNT
           MOVE WS-TRADED-CNT           TO INP-TRADED-CNT
           WRITE INAV-PUB-REC
           ADD 1 TO WS-PUB-CNT
           ADD 1 TO WS-ETF-PUB-CNT (ETF-IDX)
           IF WS-ETF-PUB-CNT (ETF-IDX) = 1
               MOVE WS-INAV TO WS-ETF-FIRST (ETF-IDX)
               MOVE WS-INAV TO WS-ETF-HIGH (ETF-IDX)
               MOVE WS-INAV TO WS-ETF-LOW (ETF-IDX)
           END-IF
           MOVE WS-INAV TO WS-ETF-LAST (ETF-IDX)
           IF WS-INAV > WS-ETF-HIGH (ETF-IDX)
               MOVE WS-INAV TO WS-ETF-HIGH (ETF-IDX)
           END-IF
           IF WS-INAV < WS-ETF-LOW (ETF-IDX)
               MOVE WS-INAV TO WS-ETF-LOW (ETF-IDX)
           END-IF.
      *
       5000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING ETF-IDX FROM 1 BY 1
                   UNTIL ETF-IDX > WS-ETF-CNT
               MOVE SPACES                   TO RPT-LINE
               MOVE WS-ETF-ETF-ID (ETF-IDX)  TO RPT-ETF-ID
               MOVE WS-ETF-CONST (ETF-IDX)   TO RPT-CONST
               MOVE WS-ETF-PUB-CNT (ETF-IDX) TO RPT-SNAPS
               MOVE WS-ETF-NAV (ETF-IDX)     TO RPT-PRIOR-NAV
               MOVE WS-ETF-FIRST (ETF-IDX)   TO RPT-FIRST
               MOVE WS-ETF-LAST (ETF-IDX)    TO RPT-LAST
               MOVE WS-ETF-HIGH (ETF-IDX)    TO RPT-HIGH
               MOVE WS-ETF-LOW (ETF-IDX)     TO RPT-LOW
               EVALUATE TRUE
                   WHEN WS-ETF-HAS-ANCE (ETF-IDX) = "N"
                       ADD 1 TO WS-NOCALC-CNT
                       MOVE "** NO ANCE - NOT PUBLISHED" TO RPT-FLAG
                   WHEN WS-ETF-BASE (ETF-IDX) = ZERO
                       ADD 1 TO WS-NOCALC-CNT
                       MOVE "** BASE-VALUE ZERO" TO RPT-FLAG
                   WHEN OTHER
                       MOVE SPACES TO RPT-FLAG
               END-EVALUATE
               MOVE RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
      *
       9000-TERMINATE.
           CLOSE PUB-FILE-OUT
           CLOSE INAV-RPT
           DISPLAY "M05INAV ETFS=" WS-ETF-CNT
               " SNAPSHOT-RECS=" WS-SNAP-READ-CNT
               " WRONG-DATE=" WS-SNAP-WRONG-CNT
               " SNAPSHOT-TIMES=" WS-SNAP-TIME-CNT
               " PUBLISHED=" WS-PUB-CNT
               " NOT-CALCULATED=" WS-NOCALC-CNT.
