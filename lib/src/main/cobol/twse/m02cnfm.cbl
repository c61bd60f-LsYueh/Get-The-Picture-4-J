      * 列印違約日報，並寫入共用例外檔（EXCPFILE）供值班人員以
      * EXCPWRK 逐筆簽收，作法比照 M05ISSV 等警示程式。回覆檔中
      * 查無對應指示之紀錄另列警示（兩邊檔案不同步）。
      * 已由強制補購結案之違約（FM-STATUS 'B'，M02BUYN）不再比對、
      * 不重算齡期、不列違約日報：補購當日原樣續帶，其後除檔。
      * 當日新違約另附加一筆券商品質事件（BRKQEVT，'F'，金額欄
      * 記未達股數）供月結券商評分表取數；續帶者不重記。
      * 當日比對所及之各交割群組（券商+ETF+交割日）另附加一筆生命
      * 週期事件（M02LIFE，範圍 'S'）：群組內當日指示及續帶違約全數
      * 交足（或已補購結案）者記 'C'，仍有未達者記 'F'，供單筆軌跡
      * 查詢及滯留日報依 M02CUST 之交割日對回各筆申報。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CNFM-RPT     ASSIGN TO "M02NRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUAL-EVENT-FILE ASSIGN TO "BRKQEVT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  FAIL-FILE-OUT
           RECORDING MODE IS F.
       01  FAIL-OUT-REC        PIC X(87).
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       FD  CNFM-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  QUAL-EVENT-FILE
           RECORDING MODE IS F.
           COPY "brkqevt.cpy".
      *
       FD  EXCP-FILE
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CARRY-CNT    PIC 9(05) VALUE ZERO.
           05  WS-SETTLED-CNT  PIC 9(05) VALUE ZERO.
           05  WS-NOINSTR-CNT  PIC 9(05) VALUE ZERO.
           05  WS-BOUGHT-CNT   PIC 9(05) VALUE ZERO.
           05  WS-OPEN-CNT     PIC 9(05) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS         PIC 9(03) VALUE ZERO.
       01  WS-AGE-SETTLE       PIC 9(08) VALUE ZERO.
       01  WS-SHORT-SHARES     PIC 9(13) VALUE ZERO.
      *
      *    生命週期日誌用交割群組彙總（券商+ETF+交割日）。
       01  WS-GRP-LOOK.
           05  WS-GRP-LOOK-BROKER  PIC X(04).
           05  WS-GRP-LOOK-ETF-ID  PIC X(06).
           05  WS-GRP-LOOK-SETTLE  PIC 9(08).
           05  WS-GRP-LOOK-SHORT   PIC X(01).
       01  WS-GRP-TABLE.
           05  WS-GRP-CNT      PIC 9(05) VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY GRP-IDX.
               10  WS-GRP-BROKER   PIC X(04).
               10  WS-GRP-ETF-ID   PIC X(06).
               10  WS-GRP-SETTLE   PIC 9(08).
               10  WS-GRP-LINES    PIC 9(05).
               10  WS-GRP-SHORT    PIC 9(05).
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 800 TIMES
           PERFORM 4000-ROLL-PRIOR-FAILS
           PERFORM 5000-MATCH-INSTRUCTIONS
           PERFORM 6000-REPORT-UNUSED-CONFS
           PERFORM 6500-WRITE-LIFE-EVENTS
           PERFORM 9000-TERMINATE
           IF WS-OPEN-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           OPEN OUTPUT FAIL-FILE-OUT
           OPEN OUTPUT CNFM-RPT
           OPEN EXTEND EXCP-FILE
           OPEN EXTEND QUAL-EVENT-FILE
           OPEN EXTEND LIFE-FILE
           MOVE "CUSTODIAN SETTLEMENT CONFIRMATION MATCH-OFF / "
              & "DAILY FAILS REPORT" TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT FAIL-FILE-IN
           PERFORM 4100-READ-FAILIN
           PERFORM UNTIL WS-EOF
               IF FM-BOUGHT-IN
                   PERFORM 4300-ROLL-BOUGHT-IN
               ELSE
                   PERFORM 4200-ROLL-ONE-FAIL
               END-IF
               PERFORM 4100-READ-FAILIN
           END-PERFORM
           CLOSE FAIL-FILE-IN
                   ADD WS-CNF-SHARES (CNF-IDX) TO FM-CONF-SHARES
               END-IF
           END-PERFORM
           MOVE FM-BROKER-ID   TO WS-GRP-LOOK-BROKER
           MOVE FM-ETF-ID      TO WS-GRP-LOOK-ETF-ID
           MOVE FM-SETTLE-DATE TO WS-GRP-LOOK-SETTLE
           IF FM-CONF-SHARES >= FM-INSTR-SHARES
               ADD 1 TO WS-SETTLED-CNT
               MOVE "N" TO WS-GRP-LOOK-SHORT
               PERFORM 5300-NOTE-SETTLE-GROUP
           ELSE
               MOVE "Y" TO WS-GRP-LOOK-SHORT
               PERFORM 5300-NOTE-SETTLE-GROUP
               ADD 1 TO WS-CARRY-CNT
               COMPUTE FM-SHORT-SHARES =
                   FM-INSTR-SHARES - FM-CONF-SHARES
               PERFORM 7100-WRITE-OPEN-FAIL
           END-IF.
      *
      *    已補購結案者：補購日當日原樣續帶（不計齡、不列報），
      *    其後除檔；補購價差已掛券商應收帳款（ARSUB）。
       4300-ROLL-BOUGHT-IN.
           IF FM-BUYIN-DATE < WS-BUSINESS-DATE
               ADD 1 TO WS-BOUGHT-CNT
           ELSE
               WRITE FAIL-OUT-REC FROM FAIL-MSTR-REC
               MOVE FM-BROKER-ID   TO WS-GRP-LOOK-BROKER
               MOVE FM-ETF-ID      TO WS-GRP-LOOK-ETF-ID
               MOVE FM-SETTLE-DATE TO WS-GRP-LOOK-SETTLE
               MOVE "N"            TO WS-GRP-LOOK-SHORT
               PERFORM 5300-NOTE-SETTLE-GROUP
           END-IF.
      *
      *    當日指示逐筆核對：查無確認或短交者列為新違約。
       5000-MATCH-INSTRUCTIONS.
           PERFORM VARYING INS-IDX FROM 1 BY 1
                       TO WS-INS-CONF (INS-IDX)
               END-IF
           END-PERFORM
           MOVE WS-INS-BROKER (INS-IDX) TO WS-GRP-LOOK-BROKER
           MOVE WS-INS-ETF-ID (INS-IDX) TO WS-GRP-LOOK-ETF-ID
           MOVE WS-INS-SETTLE (INS-IDX) TO WS-GRP-LOOK-SETTLE
           IF WS-INS-CONF (INS-IDX) < WS-INS-SHARES (INS-IDX)
               MOVE "Y" TO WS-GRP-LOOK-SHORT
           ELSE
               MOVE "N" TO WS-GRP-LOOK-SHORT
           END-IF
           PERFORM 5300-NOTE-SETTLE-GROUP
           IF WS-INS-CONF (INS-IDX) < WS-INS-SHARES (INS-IDX)
               ADD 1 TO WS-NEWFAIL-CNT
               MOVE WS-INS-SETTLE (INS-IDX) TO FM-SETTLE-DATE
               MOVE WS-INS-SETTLE (INS-IDX) TO WS-AGE-SETTLE
               PERFORM 7000-COMPUTE-AGE
               MOVE WS-AGE-DAYS             TO FM-AGE-DAYS
               MOVE SPACE                   TO FM-STATUS
               MOVE ZERO                    TO FM-NOTICE-DATE
               MOVE ZERO                    TO FM-BUYIN-DATE
               MOVE "NEW    "               TO RPT-KIND
               PERFORM 7100-WRITE-OPEN-FAIL
               PERFORM 5200-WRITE-QUALITY-EVENT
           END-IF.
      *
       5200-WRITE-QUALITY-EVENT.
           MOVE SPACES          TO BRK-QUAL-EVENT-REC
           MOVE FM-SETTLE-DATE  TO BQE-EVENT-DATE
           MOVE FM-BROKER-ID    TO BQE-BROKER-ID
           SET BQE-SETTLE-FAIL  TO TRUE
           STRING FM-ETF-ID FM-STKNO FM-DIRECTION
               DELIMITED BY SIZE INTO BQE-ITEM-KEY
           END-STRING
           MOVE "M02CNFM"       TO BQE-SOURCE-PGM
           MOVE FM-SHORT-SHARES TO BQE-AMOUNT
           WRITE BRK-QUAL-EVENT-REC.
      *
      *    交割群組彙總：各明細（含續帶違約）逐筆歸入所屬群組。
       5300-NOTE-SETTLE-GROUP.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-GRP-CNT
               IF WS-GRP-BROKER (GRP-IDX) = WS-GRP-LOOK-BROKER
                  AND WS-GRP-ETF-ID (GRP-IDX) = WS-GRP-LOOK-ETF-ID
                  AND WS-GRP-SETTLE (GRP-IDX) = WS-GRP-LOOK-SETTLE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-GRP-CNT >= 5000
                   DISPLAY "M02CNFM ABEND - SETTLE GROUP TABLE FULL "
                       "AT 5000 ENTRIES, RAISE WS-GRP-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRP-CNT
               SET GRP-IDX TO WS-GRP-CNT
               MOVE WS-GRP-LOOK-BROKER TO WS-GRP-BROKER (GRP-IDX)
               MOVE WS-GRP-LOOK-ETF-ID TO WS-GRP-ETF-ID (GRP-IDX)
               MOVE WS-GRP-LOOK-SETTLE TO WS-GRP-SETTLE (GRP-IDX)
               MOVE ZERO               TO WS-GRP-LINES (GRP-IDX)
               MOVE ZERO               TO WS-GRP-SHORT (GRP-IDX)
           END-IF
           ADD 1 TO WS-GRP-LINES (GRP-IDX)
           IF WS-GRP-LOOK-SHORT = "Y"
               ADD 1 TO WS-GRP-SHORT (GRP-IDX)
           END-IF.
      *
      *    回覆檔中查無對應指示/違約之紀錄 - 兩邊檔案不同步。
               END-IF
           END-PERFORM.
      *
      *    每一交割群組一筆生命週期事件（範圍 'S'，序號空白）。
       6500-WRITE-LIFE-EVENTS.
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-GRP-CNT
               MOVE SPACES                  TO M02-LIFE-EVENT-REC
               MOVE WS-GRP-BROKER (GRP-IDX) TO LJ-BROKER-ID
               MOVE ZERO                    TO LJ-TX-DATE
               MOVE WS-GRP-ETF-ID (GRP-IDX) TO LJ-ETF-ID
               SET LJ-SCOPE-SETTLE          TO TRUE
               MOVE "M02CNFM"               TO LJ-STAGE
               MOVE WS-GRP-SETTLE (GRP-IDX) TO LJ-REF-DATE
               MOVE ZERO                    TO LJ-GENERATION-NO
               IF WS-GRP-SHORT (GRP-IDX) = ZERO
                   SET LJ-SETTLED           TO TRUE
                   STRING "CUSTODIAN CONFIRMED "
                          WS-GRP-LINES (GRP-IDX) " LINES"
                       DELIMITED BY SIZE INTO LJ-DETAIL
                   END-STRING
               ELSE
                   SET LJ-FAILED            TO TRUE
                   STRING "SETTLEMENT FAIL "
                          WS-GRP-SHORT (GRP-IDX) " OF "
                          WS-GRP-LINES (GRP-IDX) " LINES SHORT"
                       DELIMITED BY SIZE INTO LJ-DETAIL
                   END-STRING
               END-IF
               MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
               WRITE M02-LIFE-EVENT-REC
           END-PERFORM.
      *
      *    齡期 = 原定交割日之後至營業日（含）之交易日數。
       7000-COMPUTE-AGE.
           MOVE ZERO TO WS-AGE-DAYS
           CLOSE FAIL-FILE-OUT
           CLOSE CNFM-RPT
           CLOSE EXCP-FILE
           CLOSE QUAL-EVENT-FILE
           CLOSE LIFE-FILE
           DISPLAY "M02CNFM INSTRUCTIONS=" WS-INSTR-CNT
               " CONFIRMED=" WS-CONF-CNT
               " NEW-FAILS=" WS-NEWFAIL-CNT
               " CARRIED=" WS-CARRY-CNT
               " SETTLED=" WS-SETTLED-CNT
               " NOT-INSTRUCTED=" WS-NOINSTR-CNT
               " BOUGHT-IN-PURGED=" WS-BOUGHT-CNT.
      *
