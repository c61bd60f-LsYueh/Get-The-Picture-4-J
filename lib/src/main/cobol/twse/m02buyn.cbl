      * 檔案名稱：M02BUYN
      *---------------------------------------------------------------
      * 交割違約強制補購
      * 交割違約主檔（FAILMSTR）之券商違約只會逐日累加齡期，券商
      * 遲遲不交亦無後續處置。本程式於 M02CNFM 當日滾存之後執行，
      * 讀入 FAILIN、寫出 FAILOUT 帶檔滾存，依序：
      *   1. 交易室補購成交（BUYEXEC）：以原定交割日+券商+ETF+
      *      股票代號配對未結之 RECV 違約，補購價差 = 補購股數 ×
      *      （成交均價 - 原成交價），原成交價取原申請日（交割日
      *      前第二個交易日，T+2）PRCHIST 收盤價（該日無價者取
      *      之前最新一筆）；價差為正者以 'B' 類項目掛入券商應收
      *      帳款（讀入 ARIN、寫出 AROUT，與 M02ARSL 之月結手續費
      *      同檔沖帳/帳齡/催收），補購價低於原價者不退還。未達
      *      股數補足者違約記 'B'（補購結案），不再計齡、不列入
      *      OPSHAND 未結違約及 M02CRDT 曝險；分批補購者扣減未達
      *      股數續帶。查無未結違約或查無原成交價之成交列例外。
      *   2. 補購通知：未結之 RECV 違約齡期（M02CNFM 當日重算）
      *      達控制卡（BUYNPARM）門檻交易日數且尚未通知者，寫出
      *      補購通知檔（BUYNOTC）供券商及交易室，並記 'N'。
      * 通知與補購明細列印於報表（M02YRPT）並寫入共用例外檔
      * （EXCPFILE）。補購成交無法入帳者以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02BUYN.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FAIL-FILE-IN ASSIGN TO "FAILIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAIL-FILE-OUT ASSIGN TO "FAILOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE-IN ASSIGN TO "BUYNPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXEC-FILE-IN ASSIGN TO "BUYEXEC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRC-HIST-FILE ASSIGN TO "PRCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-FILE-IN ASSIGN TO "ARIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-FILE-OUT ASSIGN TO "AROUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE  ASSIGN TO "BUYNOTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAL-FILE     ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUYN-RPT     ASSIGN TO "M02YRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FAIL-FILE-IN
           RECORDING MODE IS F.
           COPY "failmstr.cpy".
      *
       FD  FAIL-FILE-OUT
           RECORDING MODE IS F.
       01  FAIL-OUT-REC        PIC X(87).
      *
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-AGE-DAYS   PIC 9(03).
      *
       FD  EXEC-FILE-IN
           RECORDING MODE IS F.
           COPY "buyexec.cpy".
      *
       FD  PRC-HIST-FILE
           RECORDING MODE IS F.
           COPY "prchist.cpy".
      *
       FD  AR-FILE-IN
           RECORDING MODE IS F.
           COPY "arsub.cpy".
      *
       FD  AR-FILE-OUT
           RECORDING MODE IS F.
       01  AR-OUT-REC          PIC X(50).
      *
       FD  NOTICE-FILE
           RECORDING MODE IS F.
           COPY "buynotc.cpy".
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
       FD  BUYN-RPT
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
           05  WS-FAIL-IN-CNT  PIC 9(07) VALUE ZERO.
           05  WS-EXEC-CNT     PIC 9(05) VALUE ZERO.
           05  WS-CLOSED-CNT   PIC 9(05) VALUE ZERO.
           05  WS-PARTIAL-CNT  PIC 9(05) VALUE ZERO.
           05  WS-REJECT-CNT   PIC 9(05) VALUE ZERO.
           05  WS-POSTED-CNT   PIC 9(05) VALUE ZERO.
           05  WS-NOTICE-CNT   PIC 9(05) VALUE ZERO.
           05  WS-AR-IN-CNT    PIC 9(07) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-BUS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-MONTH    PIC 9(06).
           05  FILLER          PIC 9(02).
       01  WS-AGE-THRESHOLD    PIC 9(03) VALUE ZERO.
       01  WS-BACK-CNT         PIC 9(01) VALUE ZERO.
       01  WS-CAL-SUB          PIC S9(04) COMP VALUE ZERO.
       01  WS-APPLY-SHARES     PIC 9(13) VALUE ZERO.
       01  WS-PRICE-DIFF       PIC S9(05)V9(04) VALUE ZERO.
       01  WS-CHARGE-AMT       PIC 9(13)V99 VALUE ZERO.
       01  WS-CHARGE-TOTAL     PIC 9(13)V99 VALUE ZERO.
       01  WS-REJECT-REASON    PIC X(14) VALUE SPACES.
      *
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 800 TIMES
                   INDEXED BY CAL-IDX.
               10  WS-CAL-DATE     PIC 9(08).
               10  WS-CAL-STATUS   PIC X(01).
      *
      *    違約主檔（前日帶入），另附原申請日及該日收盤價。
       01  WS-FL-TABLE.
           05  WS-FL-CNT       PIC 9(05) VALUE ZERO.
           05  WS-FL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY FL-IDX.
               10  WS-FL-REC.
                   15  WS-FL-SETTLE    PIC 9(08).
                   15  WS-FL-BROKER    PIC X(04).
                   15  WS-FL-ETF-ID    PIC X(06).
                   15  WS-FL-STKNO     PIC X(06).
                   15  WS-FL-DIR       PIC X(04).
                   15  WS-FL-INSTR     PIC 9(13).
                   15  WS-FL-CONF      PIC 9(13).
                   15  WS-FL-SHORT     PIC 9(13).
                   15  WS-FL-AGE       PIC 9(03).
                   15  WS-FL-STATUS    PIC X(01).
                   15  WS-FL-NOTICE    PIC 9(08).
                   15  WS-FL-BUYIN     PIC 9(08).
               10  WS-FL-TX-DATE   PIC 9(08).
               10  WS-FL-PRC-DATE  PIC 9(08).
               10  WS-FL-PRICE     PIC 9(5)V9(4).
      *
      *    本日新掛之補購價差應收項目，附加於 ARIN 之後寫出。
       01  WS-NEWAR-TABLE.
           05  WS-NEWAR-CNT    PIC 9(05) VALUE ZERO.
           05  WS-NEWAR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY NAR-IDX.
               10  WS-NEWAR-BROKER PIC X(04).
               10  WS-NEWAR-AMT    PIC 9(13)V99.
      *
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-KIND        PIC X(14).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BROKER-ID   PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ETF-ID      PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-STKNO       PIC X(06).
           05  FILLER          PIC X(08) VALUE " SETTLE=".
           05  RPT-SETTLE      PIC 9(08).
           05  FILLER          PIC X(08) VALUE " SHARES=".
           05  RPT-SHARES      PIC Z(12)9.
           05  FILLER          PIC X(06) VALUE " ORIG=".
           05  RPT-ORIG-PRICE  PIC Z(4)9.9999.
           05  FILLER          PIC X(06) VALUE " EXEC=".
           05  RPT-EXEC-PRICE  PIC Z(4)9.9999.
           05  FILLER          PIC X(08) VALUE " CHARGE=".
           05  RPT-CHARGE      PIC Z(12)9.99.
       01  RPT-NOTICE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(14) VALUE "BUY-IN NOTICE ".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-N-BROKER-ID PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-N-ETF-ID    PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-N-STKNO     PIC X(06).
           05  FILLER          PIC X(08) VALUE " SETTLE=".
           05  RPT-N-SETTLE    PIC 9(08).
           05  FILLER          PIC X(07) VALUE " SHORT=".
           05  RPT-N-SHORT     PIC Z(12)9.
           05  FILLER          PIC X(05) VALUE " AGE=".
           05  RPT-N-AGE       PIC ZZ9.
           05  FILLER          PIC X(06) VALUE " ORIG=".
           05  RPT-N-PRICE     PIC Z(4)9.9999.
       01  RPT-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(24) VALUE
               "BUY-IN CHARGES POSTED   ".
           05  FILLER          PIC X(07) VALUE " ITEMS=".
           05  RPT-T-CNT       PIC Z(4)9.
           05  FILLER          PIC X(08) VALUE " AMOUNT=".
           05  RPT-T-AMT       PIC Z(12)9.99.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FAILS
           PERFORM 3000-LOAD-ORIGINAL-PRICES
           PERFORM 4000-APPLY-EXECUTIONS
           PERFORM 5000-ISSUE-NOTICES
           PERFORM 6000-WRITE-FAILS
           PERFORM 7000-POST-RECEIVABLES
           PERFORM 9000-TERMINATE
           IF WS-REJECT-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT BUYN-RPT
           OPEN OUTPUT NOTICE-FILE
           OPEN EXTEND EXCP-FILE
           MOVE "SETTLEMENT FAIL BUY-IN - EXECUTIONS / NOTICES"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1100-READ-PARM
           PERFORM 1200-READ-BUSINESS-DATE
           PERFORM 1300-LOAD-CALENDAR.
      *
      *    齡期門檻（交易日數）；零視同控制卡錯誤，以免全數違約
      *    一次發出補購通知。
       1100-READ-PARM.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "M02BUYN ABEND - BUYNPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PARM-AGE-DAYS NOT NUMERIC OR PARM-AGE-DAYS = ZERO
               DISPLAY "M02BUYN ABEND - BUYNPARM AGE THRESHOLD "
                   "NOT NUMERIC OR ZERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-AGE-DAYS TO WS-AGE-THRESHOLD
           CLOSE PARM-FILE-IN.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M02BUYN ABEND - BUSDATE CONTROL CARD "
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
                   DISPLAY "M02BUYN ABEND - CALENDAR TABLE FULL AT "
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
       2000-LOAD-FAILS.
           OPEN INPUT FAIL-FILE-IN
           PERFORM 2100-READ-FAILIN
           PERFORM UNTIL WS-EOF
               IF WS-FL-CNT >= 5000
                   DISPLAY "M02BUYN ABEND - FAIL TABLE FULL AT 5000 "
                       "ENTRIES, RAISE WS-FL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FAIL-IN-CNT
               ADD 1 TO WS-FL-CNT
               SET FL-IDX TO WS-FL-CNT
               MOVE FAIL-MSTR-REC TO WS-FL-REC (FL-IDX)
               MOVE ZERO          TO WS-FL-PRC-DATE (FL-IDX)
               MOVE ZERO          TO WS-FL-PRICE (FL-IDX)
               PERFORM 2200-DERIVE-TX-DATE
               PERFORM 2100-READ-FAILIN
           END-PERFORM
           CLOSE FAIL-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-FAILIN.
           READ FAIL-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    原申請日 = 原定交割日之前第二個交易日（T+2 回推）；
      *    日曆未涵蓋者為零，後續查無原成交價。
       2200-DERIVE-TX-DATE.
           MOVE ZERO TO WS-FL-TX-DATE (FL-IDX)
           MOVE ZERO TO WS-BACK-CNT
           PERFORM VARYING WS-CAL-SUB FROM WS-CAL-CNT BY -1
                   UNTIL WS-CAL-SUB < 1 OR WS-BACK-CNT >= 2
               IF WS-CAL-STATUS (WS-CAL-SUB) = "T"
                  AND WS-CAL-DATE (WS-CAL-SUB) < FM-SETTLE-DATE
                   ADD 1 TO WS-BACK-CNT
                   IF WS-BACK-CNT = 2
                       MOVE WS-CAL-DATE (WS-CAL-SUB)
                           TO WS-FL-TX-DATE (FL-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    歷史檔全檔掃描，未結 RECV 違約各留原申請日以前最新
      *    一筆收盤價。
       3000-LOAD-ORIGINAL-PRICES.
           OPEN INPUT PRC-HIST-FILE
           PERFORM 3100-READ-PRCHIST
           PERFORM UNTIL WS-EOF
               PERFORM 3200-MATCH-ONE-PRICE
               PERFORM 3100-READ-PRCHIST
           END-PERFORM
           CLOSE PRC-HIST-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       3100-READ-PRCHIST.
           READ PRC-HIST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3200-MATCH-ONE-PRICE.
           PERFORM VARYING FL-IDX FROM 1 BY 1
                   UNTIL FL-IDX > WS-FL-CNT
               IF WS-FL-STKNO (FL-IDX) = PRH-STKNO
                  AND WS-FL-DIR (FL-IDX) = "RECV"
                  AND WS-FL-STATUS (FL-IDX) NOT = "B"
                  AND PRH-PRICE-DATE <= WS-FL-TX-DATE (FL-IDX)
                  AND PRH-PRICE-DATE > WS-FL-PRC-DATE (FL-IDX)
                   MOVE PRH-PRICE-DATE TO WS-FL-PRC-DATE (FL-IDX)
                   MOVE PRH-PRICE      TO WS-FL-PRICE (FL-IDX)
               END-IF
           END-PERFORM.
      *
       4000-APPLY-EXECUTIONS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BUY-IN EXECUTIONS (BUYEXEC)" TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT EXEC-FILE-IN
           PERFORM 4100-READ-EXEC
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-EXEC-CNT
               PERFORM 4200-APPLY-ONE-EXEC
               PERFORM 4100-READ-EXEC
           END-PERFORM
           CLOSE EXEC-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       4100-READ-EXEC.
           READ EXEC-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    配對未結 RECV 違約；補購股數超過未達股數者僅就未達股數
      *    計價結案。
       4200-APPLY-ONE-EXEC.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING FL-IDX FROM 1 BY 1
                   UNTIL FL-IDX > WS-FL-CNT
               IF WS-FL-SETTLE (FL-IDX) = BX-SETTLE-DATE
                  AND WS-FL-BROKER (FL-IDX) = BX-BROKER-ID
                  AND WS-FL-ETF-ID (FL-IDX) = BX-ETF-ID
                  AND WS-FL-STKNO (FL-IDX) = BX-STKNO
                  AND WS-FL-DIR (FL-IDX) = "RECV"
                  AND WS-FL-STATUS (FL-IDX) NOT = "B"
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE "NO OPEN FAIL  " TO WS-REJECT-REASON
               PERFORM 4400-REJECT-EXEC
           ELSE
               IF WS-FL-PRICE (FL-IDX) = ZERO
                   MOVE "NO ORIG PRICE " TO WS-REJECT-REASON
                   PERFORM 4400-REJECT-EXEC
               ELSE
                   PERFORM 4300-CLOSE-BY-BUYIN
               END-IF
           END-IF.
      *
       4300-CLOSE-BY-BUYIN.
           IF BX-SHARES >= WS-FL-SHORT (FL-IDX)
               MOVE WS-FL-SHORT (FL-IDX) TO WS-APPLY-SHARES
           ELSE
               MOVE BX-SHARES TO WS-APPLY-SHARES
           END-IF
           COMPUTE WS-PRICE-DIFF =
               BX-AVG-PRICE - WS-FL-PRICE (FL-IDX)
           IF WS-PRICE-DIFF > ZERO
               COMPUTE WS-CHARGE-AMT ROUNDED =
                   WS-APPLY-SHARES * WS-PRICE-DIFF
                   ON SIZE ERROR
                       DISPLAY "M02BUYN ABEND - BUY-IN CHARGE "
                           "OVERFLOWS 9(13)V99 FOR STKNO=" BX-STKNO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-CHARGE-AMT
           END-IF
           ADD WS-APPLY-SHARES TO WS-FL-CONF (FL-IDX)
           SUBTRACT WS-APPLY-SHARES FROM WS-FL-SHORT (FL-IDX)
           IF WS-FL-SHORT (FL-IDX) = ZERO
               ADD 1 TO WS-CLOSED-CNT
               MOVE "B"              TO WS-FL-STATUS (FL-IDX)
               MOVE WS-BUSINESS-DATE TO WS-FL-BUYIN (FL-IDX)
               MOVE "BOUGHT-IN     " TO RPT-KIND
           ELSE
               ADD 1 TO WS-PARTIAL-CNT
               MOVE "PARTIAL BUY-IN" TO RPT-KIND
           END-IF
           IF WS-CHARGE-AMT > ZERO
               PERFORM 4500-ADD-RECEIVABLE
           END-IF
           MOVE WS-APPLY-SHARES      TO RPT-SHARES
           MOVE WS-FL-PRICE (FL-IDX) TO RPT-ORIG-PRICE
           MOVE WS-CHARGE-AMT        TO RPT-CHARGE
           PERFORM 4600-WRITE-EXEC-LINE.
      *
       4400-REJECT-EXEC.
           ADD 1 TO WS-REJECT-CNT
           MOVE WS-REJECT-REASON TO RPT-KIND
           MOVE BX-SHARES        TO RPT-SHARES
           MOVE ZERO             TO RPT-ORIG-PRICE
           MOVE ZERO             TO RPT-CHARGE
           PERFORM 4600-WRITE-EXEC-LINE
           MOVE "M02BUYN"        TO EXCP-SOURCE-PGM
           MOVE SPACES           TO EXCP-KEY
           STRING BX-BROKER-ID "/" BX-ETF-ID "/" BX-STKNO
               DELIMITED BY SIZE INTO EXCP-KEY
           END-STRING
           MOVE "H"              TO EXCP-SEVERITY
           MOVE SPACES           TO EXCP-TEXT
           STRING "BUY-IN EXECUTION NOT POSTED - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EXCP-TEXT
           END-STRING
           PERFORM 8700-WRITE-EXCEPTION-REC.
      *
       4500-ADD-RECEIVABLE.
           IF WS-NEWAR-CNT >= 2000
               DISPLAY "M02BUYN ABEND - NEW A/R TABLE FULL AT 2000 "
                   "ENTRIES, RAISE WS-NEWAR-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEWAR-CNT
           SET NAR-IDX TO WS-NEWAR-CNT
           MOVE BX-BROKER-ID  TO WS-NEWAR-BROKER (NAR-IDX)
           MOVE WS-CHARGE-AMT TO WS-NEWAR-AMT (NAR-IDX)
           ADD 1 TO WS-POSTED-CNT
           ADD WS-CHARGE-AMT TO WS-CHARGE-TOTAL.
      *
       4600-WRITE-EXEC-LINE.
           MOVE BX-BROKER-ID    TO RPT-BROKER-ID
           MOVE BX-ETF-ID       TO RPT-ETF-ID
           MOVE BX-STKNO        TO RPT-STKNO
           MOVE BX-SETTLE-DATE  TO RPT-SETTLE
           MOVE BX-AVG-PRICE    TO RPT-EXEC-PRICE
           MOVE SPACES          TO RPT-LINE
           MOVE RPT-DETAIL      TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    未結 RECV 違約齡期達門檻且尚未通知者發出補購通知。
       5000-ISSUE-NOTICES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BUY-IN NOTICES ISSUED (BUYNOTC)" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING FL-IDX FROM 1 BY 1
                   UNTIL FL-IDX > WS-FL-CNT
               IF WS-FL-DIR (FL-IDX) = "RECV"
                  AND (WS-FL-STATUS (FL-IDX) = SPACE
                       OR WS-FL-STATUS (FL-IDX) = "O")
                  AND WS-FL-AGE (FL-IDX) >= WS-AGE-THRESHOLD
                   PERFORM 5100-WRITE-ONE-NOTICE
               END-IF
           END-PERFORM.
      *
       5100-WRITE-ONE-NOTICE.
           ADD 1 TO WS-NOTICE-CNT
           MOVE "N"                     TO WS-FL-STATUS (FL-IDX)
           MOVE WS-BUSINESS-DATE        TO WS-FL-NOTICE (FL-IDX)
           MOVE WS-BUSINESS-DATE        TO BN-NOTICE-DATE
           MOVE WS-FL-BROKER (FL-IDX)   TO BN-BROKER-ID
           MOVE WS-FL-ETF-ID (FL-IDX)   TO BN-ETF-ID
           MOVE WS-FL-STKNO (FL-IDX)    TO BN-STKNO
           MOVE WS-FL-SETTLE (FL-IDX)   TO BN-SETTLE-DATE
           MOVE WS-FL-TX-DATE (FL-IDX)  TO BN-TX-DATE
           MOVE WS-FL-SHORT (FL-IDX)    TO BN-SHORT-SHARES
           MOVE WS-FL-AGE (FL-IDX)      TO BN-AGE-DAYS
           MOVE WS-FL-PRICE (FL-IDX)    TO BN-ORIG-PRICE
           WRITE BUYIN-NOTICE-REC
           MOVE SPACES                  TO RPT-LINE
           MOVE WS-FL-BROKER (FL-IDX)   TO RPT-N-BROKER-ID
           MOVE WS-FL-ETF-ID (FL-IDX)   TO RPT-N-ETF-ID
           MOVE WS-FL-STKNO (FL-IDX)    TO RPT-N-STKNO
           MOVE WS-FL-SETTLE (FL-IDX)   TO RPT-N-SETTLE
           MOVE WS-FL-SHORT (FL-IDX)    TO RPT-N-SHORT
           MOVE WS-FL-AGE (FL-IDX)      TO RPT-N-AGE
           MOVE WS-FL-PRICE (FL-IDX)    TO RPT-N-PRICE
           MOVE RPT-NOTICE              TO RPT-LINE
           WRITE RPT-LINE
           MOVE "M02BUYN"               TO EXCP-SOURCE-PGM
           MOVE SPACES                  TO EXCP-KEY
           STRING WS-FL-BROKER (FL-IDX) "/" WS-FL-ETF-ID (FL-IDX)
               "/" WS-FL-STKNO (FL-IDX)
               DELIMITED BY SIZE INTO EXCP-KEY
           END-STRING
           MOVE "M"                     TO EXCP-SEVERITY
           MOVE "BUY-IN NOTICE ISSUED - AGED BROKER DELIVERY FAIL"
               TO EXCP-TEXT
           PERFORM 8700-WRITE-EXCEPTION-REC.
      *
       6000-WRITE-FAILS.
           OPEN OUTPUT FAIL-FILE-OUT
           PERFORM VARYING FL-IDX FROM 1 BY 1
                   UNTIL FL-IDX > WS-FL-CNT
               WRITE FAIL-OUT-REC FROM WS-FL-REC (FL-IDX)
           END-PERFORM
           CLOSE FAIL-FILE-OUT.
      *
      *    應收帳款明細帳原樣轉出，本日補購價差項目附加於後
      *    （'B' 類，計費月份取營業日所屬月份）。
       7000-POST-RECEIVABLES.
           OPEN INPUT AR-FILE-IN
           OPEN OUTPUT AR-FILE-OUT
           PERFORM 7100-READ-AR
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-AR-IN-CNT
               WRITE AR-OUT-REC FROM AR-SUB-REC
               PERFORM 7100-READ-AR
           END-PERFORM
           CLOSE AR-FILE-IN
           MOVE "N" TO WS-EOF-SW
           PERFORM VARYING NAR-IDX FROM 1 BY 1
                   UNTIL NAR-IDX > WS-NEWAR-CNT
               MOVE WS-NEWAR-BROKER (NAR-IDX) TO AR-BROKER-ID
               MOVE WS-BUS-MONTH              TO AR-BILL-MONTH
               MOVE WS-BUSINESS-DATE          TO AR-BOOK-DATE
               MOVE WS-NEWAR-AMT (NAR-IDX)    TO AR-INVOICE-AMT
               MOVE ZERO                      TO AR-PAID-AMT
               MOVE "O"                       TO AR-STATUS
               MOVE "B"                       TO AR-ITEM-TYPE
               WRITE AR-OUT-REC FROM AR-SUB-REC
           END-PERFORM
           CLOSE AR-FILE-OUT
           MOVE SPACES          TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-POSTED-CNT   TO RPT-T-CNT
           MOVE WS-CHARGE-TOTAL TO RPT-T-AMT
           MOVE RPT-TOTAL       TO RPT-LINE
           WRITE RPT-LINE.
      *
       7100-READ-AR.
           READ AR-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       8700-WRITE-EXCEPTION-REC.
           MOVE "U"    TO EXCP-STATUS
           MOVE SPACES TO EXCP-ACK-ID
           MOVE ZERO   TO EXCP-ACK-DATE
           WRITE EXCEPTION-REC.
      *
       9000-TERMINATE.
           CLOSE NOTICE-FILE
           CLOSE BUYN-RPT
           CLOSE EXCP-FILE
           DISPLAY "M02BUYN FAILS=" WS-FAIL-IN-CNT
               " EXECUTIONS=" WS-EXEC-CNT
               " BOUGHT-IN=" WS-CLOSED-CNT
               " PARTIAL=" WS-PARTIAL-CNT
               " REJECTED=" WS-REJECT-CNT
               " CHARGES=" WS-POSTED-CNT
               " NOTICES=" WS-NOTICE-CNT.
