      * 檔案名稱：CALIMPT
      *---------------------------------------------------------------
      * 臨時休市（颱風停市）交割/劃撥日影響報表
      * CALMAINT 將交易日改為休市日後執行。比對維護前日曆（CALOLD）
      * 與維護後日曆（CALFILE）找出由 'T' 改 'H' 之日；無此日者
      * 僅列示後結束。有者逐檔列出交割/劃撥日因而移動之明細，
      * 新日期一律取自共用交割日推算副程式 M02SETL（CALL，讀
      * 維護後日曆）：
      *   CUSTINST 保管行交割指示（'D' 明細）及 FAILMSTR 未結違約 -
      *     以舊日曆自原交割日倒推兩個交易日為交易日，新交割日 =
      *     M02SETL（交易日，T+2）；
      *   FUNDINST 資金劃撥指示 - 劃撥日為申請日 T+2，舊值以舊日曆、
      *     新值以 M02SETL 推算；
      *   DISTINST 分配款劃撥指示 - 發放日（FUND-TX-DATE）本身改為
      *     休市者順延至次一交易日（M02SETL 位移 1）。
      * 新舊日期相同者不列。各檔列示移動筆數小計。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIMPT.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-OLD-FILE ASSIGN TO "CALOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAL-NEW-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE-IN ASSIGN TO "CUSTINST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FUND-INSTR-FILE ASSIGN TO "FUNDINST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIST-INSTR-FILE ASSIGN TO "DISTINST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FAIL-FILE-IN ASSIGN TO "FAILIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPT-RPT     ASSIGN TO "CALIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-OLD-FILE
           RECORDING MODE IS F.
           COPY "twsecal.cpy".
      *
       FD  CAL-NEW-FILE
           RECORDING MODE IS F.
       01  CAL-NEW-REC.
           05  CALN-DATE       PIC 9(08).
           05  CALN-DAY-STATUS PIC X(01).
      *
       FD  CUST-FILE-IN
           RECORDING MODE IS F.
           COPY "custinst.cpy".
      *
       FD  FUND-INSTR-FILE
           RECORDING MODE IS F.
           COPY "m02fund.cpy".
      *
      *    DISTINST 與 FUNDINST 同為 FUND-INSTR-REC 格式，僅展開所需
      *    欄位（同一程式內不再 COPY 一份）。
       FD  DIST-INSTR-FILE
           RECORDING MODE IS F.
       01  DIST-INSTR-REC.
           05  DI-BROKER-ID    PIC X(04).
           05  DI-ETF-ID       PIC X(06).
           05  DI-PAY-DATE     PIC 9(08).
           05  DI-SEQNO        PIC X(03).
           05  FILLER          PIC X(05).
           05  DI-UNITS        PIC 9(10).
           05  FILLER          PIC X(09).
           05  DI-AMOUNT       PIC 9(13)V99.
      *
       FD  FAIL-FILE-IN
           RECORDING MODE IS F.
           COPY "failmstr.cpy".
      *
       FD  IMPT-RPT
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
           05  WS-CLOSED-CNT   PIC 9(04) VALUE ZERO.
           05  WS-SECTION-CNT  PIC 9(07) VALUE ZERO.
           05  WS-MOVED-CNT    PIC 9(07) VALUE ZERO.
           05  WS-SETL-ERR-CNT PIC 9(05) VALUE ZERO.
       01  WS-OLD-DATE         PIC 9(08) VALUE ZERO.
       01  WS-NEW-DATE         PIC 9(08) VALUE ZERO.
       01  WS-TRADE-DATE       PIC 9(08) VALUE ZERO.
       01  WS-WALK-START       PIC 9(08) VALUE ZERO.
       01  WS-WALK-RESULT      PIC 9(08) VALUE ZERO.
       01  WS-WALK-CNT         PIC 9(03) VALUE ZERO.
       01  WS-CAL-SUB          PIC S9(04) COMP VALUE ZERO.
      *
      *    維護前日曆（依日期遞增）。
       01  WS-OLD-TABLE.
           05  WS-OLD-CNT      PIC 9(04) VALUE ZERO.
           05  WS-OLD-ENTRY OCCURS 2000 TIMES
                   INDEXED BY OLD-IDX.
               10  WS-OLD-CAL-DATE PIC 9(08).
               10  WS-OLD-STATUS   PIC X(01).
      *
      *    由交易日改為休市之日。
       01  WS-CLOSED-TABLE.
           05  WS-CLS-ENTRY OCCURS 50 TIMES
                   INDEXED BY CLS-IDX.
               10  WS-CLS-DATE     PIC 9(08).
      *
      *    交割日推算副程式參數區（CALL "M02SETL"）。
           COPY "m02setl.cpy".
      *
       01  RPT-CLOSED-LINE.
           05  FILLER          PIC X(31) VALUE
               " TRADING DAY NOW CLOSED      : ".
           05  RPT-CLOSED-DATE PIC 9(08).
       01  RPT-SECTION-HEAD.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-SECTION     PIC X(60).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(50) VALUE
               " BROKER ETF     ITEM    DIR   QUANTITY/AMOUNT     ".
           05  FILLER          PIC X(30) VALUE
               " OLD-DATE  NEW-DATE".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BROKER-ID   PIC X(04).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-ETF-ID      PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-ITEM        PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-DIRECTION   PIC X(04).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-QTY         PIC Z(14)9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-OLD-DATE    PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-NEW-DATE    PIC 9(08).
       01  RPT-SUBTOTAL.
           05  FILLER          PIC X(21) VALUE
               "      ITEMS MOVED  : ".
           05  RPT-SUB-CNT     PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-OLD-CALENDAR
           PERFORM 2200-FIND-CLOSED-DAYS
           IF WS-CLOSED-CNT = ZERO
               MOVE " NO TRADING DAY CLOSED - NO SETTLEMENT IMPACT"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 3000-CUSTINST-IMPACT
               PERFORM 4000-FUNDINST-IMPACT
               PERFORM 5000-DISTINST-IMPACT
               PERFORM 6000-FAILMSTR-IMPACT
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-SETL-ERR-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT IMPT-RPT
           MOVE "MARKET CLOSURE SETTLEMENT / PAY DATE IMPACT REPORT"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      *
       2000-LOAD-OLD-CALENDAR.
           OPEN INPUT CAL-OLD-FILE
           PERFORM 2100-READ-OLD-CALENDAR
           PERFORM UNTIL WS-EOF
               IF WS-OLD-CNT >= 2000
                   DISPLAY "CALIMPT ABEND - CALENDAR TABLE FULL AT "
                       "2000 ENTRIES, RAISE WS-OLD-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OLD-CNT
               SET OLD-IDX TO WS-OLD-CNT
               MOVE CAL-DATE       TO WS-OLD-CAL-DATE (OLD-IDX)
               MOVE CAL-DAY-STATUS TO WS-OLD-STATUS (OLD-IDX)
               PERFORM 2100-READ-OLD-CALENDAR
           END-PERFORM
           CLOSE CAL-OLD-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-OLD-CALENDAR.
           READ CAL-OLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    維護後日曆逐日對照舊表：舊為 'T'、新為 'H' 者即本次停市日。
       2200-FIND-CLOSED-DAYS.
           OPEN INPUT CAL-NEW-FILE
           PERFORM UNTIL WS-EOF
               READ CAL-NEW-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF CALN-DAY-STATUS = "H"
                           PERFORM 2300-CHECK-WAS-TRADING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-NEW-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2300-CHECK-WAS-TRADING.
           PERFORM VARYING OLD-IDX FROM 1 BY 1
                   UNTIL OLD-IDX > WS-OLD-CNT
               IF WS-OLD-CAL-DATE (OLD-IDX) = CALN-DATE
                   IF WS-OLD-STATUS (OLD-IDX) = "T"
                       IF WS-CLOSED-CNT >= 50
                           DISPLAY "CALIMPT ABEND - CLOSED-DAY TABLE "
                               "FULL AT 50 ENTRIES, RAISE "
                               "WS-CLS-ENTRY OCCURS"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CLOSED-CNT
                       SET CLS-IDX TO WS-CLOSED-CNT
                       MOVE CALN-DATE TO WS-CLS-DATE (CLS-IDX)
                       MOVE CALN-DATE TO RPT-CLOSED-DATE
                       MOVE RPT-CLOSED-LINE TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       3000-CUSTINST-IMPACT.
           MOVE "CUSTODIAN SETTLEMENT INSTRUCTIONS (CUSTINST)"
               TO RPT-SECTION
           PERFORM 8000-START-SECTION
           OPEN INPUT CUST-FILE-IN
           PERFORM UNTIL WS-EOF
               READ CUST-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF CI-REC-TYPE = "D"
                           MOVE CI-SETTLE-DATE TO WS-OLD-DATE
                           PERFORM 7000-RESETTLE-T-PLUS-2
                           IF WS-NEW-DATE NOT = WS-OLD-DATE
                               MOVE SPACES       TO RPT-LINE
                               MOVE CI-BROKER-ID TO RPT-BROKER-ID
                               MOVE CI-ETF-ID    TO RPT-ETF-ID
                               MOVE CI-STKNO     TO RPT-ITEM
                               MOVE CI-DIRECTION TO RPT-DIRECTION
                               MOVE CI-SHARES    TO RPT-QTY
                               PERFORM 8100-PRINT-MOVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-FILE-IN
           PERFORM 8200-END-SECTION.
      *
       4000-FUNDINST-IMPACT.
           MOVE "CASH CREATION/REDEMPTION FUNDING (FUNDINST)"
               TO RPT-SECTION
           PERFORM 8000-START-SECTION
           OPEN INPUT FUND-INSTR-FILE
           PERFORM UNTIL WS-EOF
               READ FUND-INSTR-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE FUND-TX-DATE TO WS-WALK-START
                       MOVE 2            TO WS-WALK-CNT
                       PERFORM 7500-OLD-CAL-FORWARD
                       MOVE WS-WALK-RESULT TO WS-OLD-DATE
                       MOVE FUND-TX-DATE TO SETL-START-DATE
                       MOVE 2            TO SETL-OFFSET-DAYS
                       PERFORM 7900-CALL-SETTLEMENT
                       IF WS-NEW-DATE NOT = WS-OLD-DATE
                           MOVE SPACES         TO RPT-LINE
                           MOVE FUND-BROKER-ID TO RPT-BROKER-ID
                           MOVE FUND-ETF-ID    TO RPT-ETF-ID
                           MOVE FUND-SEQNO     TO RPT-ITEM
                           MOVE FUND-DIRECTION TO RPT-DIRECTION
                           MOVE FUND-AMOUNT    TO RPT-QTY
                           PERFORM 8100-PRINT-MOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUND-INSTR-FILE
           PERFORM 8200-END-SECTION.
      *
       5000-DISTINST-IMPACT.
           MOVE "DISTRIBUTION PAYMENTS (DISTINST)" TO RPT-SECTION
           PERFORM 8000-START-SECTION
           OPEN INPUT DIST-INSTR-FILE
           PERFORM UNTIL WS-EOF
               READ DIST-INSTR-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DI-PAY-DATE TO WS-OLD-DATE
                       MOVE DI-PAY-DATE TO WS-NEW-DATE
                       PERFORM 7100-CHECK-CLOSED-DAY
                       IF WS-FOUND
                           MOVE DI-PAY-DATE TO SETL-START-DATE
                           MOVE 1           TO SETL-OFFSET-DAYS
                           PERFORM 7900-CALL-SETTLEMENT
                       END-IF
                       IF WS-NEW-DATE NOT = WS-OLD-DATE
                           MOVE SPACES       TO RPT-LINE
                           MOVE DI-BROKER-ID TO RPT-BROKER-ID
                           MOVE DI-ETF-ID    TO RPT-ETF-ID
                           MOVE DI-SEQNO     TO RPT-ITEM
                           MOVE "PAY "       TO RPT-DIRECTION
                           MOVE DI-AMOUNT    TO RPT-QTY
                           PERFORM 8100-PRINT-MOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-INSTR-FILE
           PERFORM 8200-END-SECTION.
      *
       6000-FAILMSTR-IMPACT.
           MOVE "OPEN SETTLEMENT FAILS (FAILMSTR)" TO RPT-SECTION
           PERFORM 8000-START-SECTION
           OPEN INPUT FAIL-FILE-IN
           PERFORM UNTIL WS-EOF
               READ FAIL-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF FM-OPEN-FAIL
                           MOVE FM-SETTLE-DATE TO WS-OLD-DATE
                           PERFORM 7000-RESETTLE-T-PLUS-2
                           IF WS-NEW-DATE NOT = WS-OLD-DATE
                               MOVE SPACES          TO RPT-LINE
                               MOVE FM-BROKER-ID    TO RPT-BROKER-ID
                               MOVE FM-ETF-ID       TO RPT-ETF-ID
                               MOVE FM-STKNO        TO RPT-ITEM
                               MOVE FM-DIRECTION    TO RPT-DIRECTION
                               MOVE FM-SHORT-SHARES TO RPT-QTY
                               PERFORM 8100-PRINT-MOVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAIL-FILE-IN
           PERFORM 8200-END-SECTION.
      *
      *    交割日 T+2：舊日曆自原交割日倒推兩個交易日得交易日，
      *    再以 M02SETL（維護後日曆）推 T+2。
       7000-RESETTLE-T-PLUS-2.
           MOVE ZERO TO WS-TRADE-DATE
           MOVE ZERO TO WS-WALK-CNT
           MOVE ZERO TO WS-CAL-SUB
           PERFORM VARYING OLD-IDX FROM 1 BY 1
                   UNTIL OLD-IDX > WS-OLD-CNT
               IF WS-OLD-CAL-DATE (OLD-IDX) = WS-OLD-DATE
                   SET WS-CAL-SUB TO OLD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-CAL-SUB < 2 OR WS-WALK-CNT = 2
               SUBTRACT 1 FROM WS-CAL-SUB
               IF WS-OLD-STATUS (WS-CAL-SUB) = "T"
                   ADD 1 TO WS-WALK-CNT
                   MOVE WS-OLD-CAL-DATE (WS-CAL-SUB) TO WS-TRADE-DATE
               END-IF
           END-PERFORM
           IF WS-WALK-CNT < 2
      *        日曆涵蓋不足，無從倒推 - 視同未移動。
               MOVE WS-OLD-DATE TO WS-NEW-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRADE-DATE TO SETL-START-DATE
           MOVE 2             TO SETL-OFFSET-DAYS
           PERFORM 7900-CALL-SETTLEMENT.
      *
       7100-CHECK-CLOSED-DAY.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING CLS-IDX FROM 1 BY 1
                   UNTIL CLS-IDX > WS-CLOSED-CNT
               IF WS-CLS-DATE (CLS-IDX) = WS-OLD-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    舊日曆上起算日之後第 N 個交易日（作法同 M02SETL）。
       7500-OLD-CAL-FORWARD.
           MOVE ZERO TO WS-WALK-RESULT
           PERFORM VARYING OLD-IDX FROM 1 BY 1
                   UNTIL OLD-IDX > WS-OLD-CNT
               IF WS-OLD-CAL-DATE (OLD-IDX) > WS-WALK-START
                  AND WS-OLD-STATUS (OLD-IDX) = "T"
                   SUBTRACT 1 FROM WS-WALK-CNT
                   IF WS-WALK-CNT = ZERO
                       MOVE WS-OLD-CAL-DATE (OLD-IDX)
                           TO WS-WALK-RESULT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
      *
       7900-CALL-SETTLEMENT.
           MOVE SPACE TO SETL-REFRESH
           CALL "M02SETL" USING SETL-PARM
           IF SETL-OK
               MOVE SETL-RESULT-DATE TO WS-NEW-DATE
           ELSE
               ADD 1 TO WS-SETL-ERR-CNT
               DISPLAY "CALIMPT M02SETL STATUS=" SETL-STATUS
                   " START=" SETL-START-DATE
               MOVE ZERO TO WS-NEW-DATE
           END-IF.
      *
       8000-START-SECTION.
           MOVE ZERO TO WS-SECTION-CNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-SECTION-HEAD TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE.
      *
       8100-PRINT-MOVED.
           MOVE WS-OLD-DATE TO RPT-OLD-DATE
           MOVE WS-NEW-DATE TO RPT-NEW-DATE
           MOVE RPT-DETAIL  TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-SECTION-CNT
           ADD 1 TO WS-MOVED-CNT.
      *
       8200-END-SECTION.
           MOVE WS-SECTION-CNT TO RPT-SUB-CNT
           MOVE RPT-SUBTOTAL TO RPT-LINE
           WRITE RPT-LINE
           MOVE "N" TO WS-EOF-SW.
      *
       9000-TERMINATE.
           CLOSE IMPT-RPT
           DISPLAY "CALIMPT CLOSED-DAYS=" WS-CLOSED-CNT
               " ITEMS-MOVED=" WS-MOVED-CNT
               " SETL-ERRORS=" WS-SETL-ERR-CNT.
