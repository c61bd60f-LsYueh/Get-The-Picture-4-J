      * 檔案名稱：M02TRCE
      *---------------------------------------------------------------
      * M02 申報單筆生命週期軌跡查詢
      * 券商來電詢問某筆申報「現在到哪裡了」時，值班人員須分別翻查
      * 編審報表、傳輸紀錄、TWSE 回覆、交割指示及交割/銀行確認各
      * 報表。本程式依查詢控制卡（TRCEPARM，M02-KEY = 券商代表號
      * + 申請日 + 申報序號）讀取生命週期日誌（M02LIFE），兩次掃檔：
      * 第一次取該鍵值之各站事件，並記下 ETF 代號、M02CUST 交割日
      * 與 M02FUND 資金劃撥日；第二次取與之相關之群組事件 - 同券商
      * 同 ETF 同交割日之交割確認（M02CNFM）、同券商同劃撥日之銀行
      * 收付比對（M02BNKC），以及 TWSE 已接受者同券商申請日月份之
      * 請款（M02BILL）。全部事件依事件日期時刻排序（作法比照
      * AUDINQ）後列印單一時序清單，末列目前狀態。日誌查無該鍵值
      * 者列示後以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02TRCE.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "TRCEPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRCE-RPT     ASSIGN TO "TRCERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-M02-KEY.
               10  PARM-BROKER-ID  PIC X(04).
               10  PARM-TX-DATE    PIC 9(08).
               10  PARM-SEQNO      PIC X(03).
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       FD  TRCE-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-ACCEPTED-SW  PIC X(01) VALUE 'N'.
               88  WS-WAS-ACCEPTED       VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-READ-CNT     PIC 9(09) VALUE ZERO.
           05  WS-KEY-CNT      PIC 9(05) VALUE ZERO.
           05  WS-GROUP-CNT    PIC 9(05) VALUE ZERO.
       01  WS-TRACE-KEY.
           05  WS-TRACE-BROKER PIC X(04).
           05  WS-TRACE-TX-DATE PIC 9(08).
           05  WS-TRACE-SEQNO  PIC X(03).
       01  WS-TRACE-ETF-ID     PIC X(06) VALUE SPACES.
      *
      *    該筆申報之交割日（M02CUST）與資金劃撥日（M02FUND）；重跑
      *    或更正重送可能留下多個日期，一律列入比對。
       01  WS-SET-TABLE.
           05  WS-SET-CNT      PIC 9(03) VALUE ZERO.
           05  WS-SET-DATE     PIC 9(08) OCCURS 20 TIMES
                   INDEXED BY SET-IDX.
       01  WS-VAL-TABLE.
           05  WS-VAL-CNT      PIC 9(03) VALUE ZERO.
           05  WS-VAL-DATE     PIC 9(08) OCCURS 20 TIMES
                   INDEXED BY VAL-IDX.
      *
      *    選入事件表：依事件日期+時刻排序（相同者維持讀入順序）。
      *    日誌紀錄第 46 位起 14 位為事件日期+時刻。
       01  WS-EVT-TABLE.
           05  WS-EVT-CNT      PIC 9(05) VALUE ZERO.
           05  WS-EVT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EVT-IDX, EV2-IDX.
               10  WS-EVT-REC      PIC X(109).
       01  WS-EVT-SWAP         PIC X(109).
      *
       01  WS-SCOPE-TEXT       PIC X(10) VALUE SPACES.
       01  WS-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
      *
       01  RPT-HEAD-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(36) VALUE
               "M02 SUBMISSION LIFECYCLE TRACE - KEY".
           05  FILLER          PIC X(01) VALUE "=".
           05  RPT-H-BROKER-ID PIC X(04).
           05  FILLER          PIC X(01) VALUE "/".
           05  RPT-H-TX-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE "/".
           05  RPT-H-SEQNO     PIC X(03).
           05  FILLER          PIC X(05) VALUE " ETF=".
           05  RPT-H-ETF-ID    PIC X(06).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(50) VALUE
               " DATE     TIME   STAGE    SCOPE      OUTCOME    ER".
           05  FILLER          PIC X(40) VALUE
               "R  REF-DATE  GEN DETAIL".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-DATE      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-TIME      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-STAGE     PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-SCOPE     PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-OUTCOME   PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-ERROR-CODE PIC X(02).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-D-REF-DATE  PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-GEN-NO    PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-DETAIL    PIC X(40).
       01  RPT-STATE-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(15) VALUE "CURRENT STATE: ".
           05  RPT-S-STAGE     PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-S-SCOPE     PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-S-OUTCOME   PIC X(10).
           05  FILLER          PIC X(07) VALUE " AS OF ".
           05  RPT-S-DATE      PIC 9(08).
       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(14) VALUE "EVENTS LISTED=".
           05  RPT-T-EVENTS    PIC Z(4)9.
           05  FILLER          PIC X(13) VALUE "  SUBMISSION=".
           05  RPT-T-KEY       PIC Z(4)9.
           05  FILLER          PIC X(08) VALUE "  GROUP=".
           05  RPT-T-GROUP     PIC Z(4)9.
           05  FILLER          PIC X(14) VALUE "  JOURNAL READ".
           05  FILLER          PIC X(01) VALUE "=".
           05  RPT-T-READ      PIC Z(8)9.
       01  RPT-NOT-FOUND.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(48) VALUE
               "*** KEY NOT FOUND IN M02 LIFECYCLE JOURNAL ***".
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-KEY-EVENTS
           IF WS-KEY-CNT > ZERO
               PERFORM 3000-COLLECT-GROUP-EVENTS
               PERFORM 4000-SORT-EVENTS
               PERFORM 5000-PRINT-TIMELINE
           ELSE
               PERFORM 5500-PRINT-NOT-FOUND
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-KEY-CNT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "M02TRCE ABEND - TRCEPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-M02-KEY TO WS-TRACE-KEY
           CLOSE PARM-FILE-IN
           IF WS-TRACE-BROKER = SPACES OR WS-TRACE-SEQNO = SPACES
               DISPLAY "M02TRCE ABEND - TRCEPARM KEY INCOMPLETE, "
                   "BROKER-ID/TX-DATE/SEQNO REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRCE-RPT.
      *
      *    第一次掃檔：該鍵值之各站事件，並記下群組比對所需之
      *    ETF 代號、交割日與劃撥日。
       2000-COLLECT-KEY-EVENTS.
           OPEN INPUT LIFE-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-READ-LIFE
           PERFORM UNTIL WS-EOF
               IF LJ-SCOPE-KEY AND LJ-KEY = WS-TRACE-KEY
                   PERFORM 8000-ADD-EVENT
                   ADD 1 TO WS-KEY-CNT
                   IF LJ-ETF-ID NOT = SPACES
                       MOVE LJ-ETF-ID TO WS-TRACE-ETF-ID
                   END-IF
                   IF LJ-ACCEPTED
                       SET WS-WAS-ACCEPTED TO TRUE
                   END-IF
                   IF LJ-INSTRUCTED AND LJ-STAGE = "M02CUST"
                       PERFORM 2200-NOTE-SETTLE-DATE
                   END-IF
                   IF LJ-INSTRUCTED AND LJ-STAGE = "M02FUND"
                       PERFORM 2300-NOTE-VALUE-DATE
                   END-IF
               END-IF
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
       2200-NOTE-SETTLE-DATE.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-CNT
               IF WS-SET-DATE (SET-IDX) = LJ-REF-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-SET-CNT < 20
               ADD 1 TO WS-SET-CNT
               SET SET-IDX TO WS-SET-CNT
               MOVE LJ-REF-DATE TO WS-SET-DATE (SET-IDX)
           END-IF.
      *
       2300-NOTE-VALUE-DATE.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > WS-VAL-CNT
               IF WS-VAL-DATE (VAL-IDX) = LJ-REF-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-VAL-CNT < 20
               ADD 1 TO WS-VAL-CNT
               SET VAL-IDX TO WS-VAL-CNT
               MOVE LJ-REF-DATE TO WS-VAL-DATE (VAL-IDX)
           END-IF.
      *
      *    第二次掃檔：群組事件以券商、ETF 及參考日對回本筆申報。
       3000-COLLECT-GROUP-EVENTS.
           OPEN INPUT LIFE-FILE
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO TO WS-READ-CNT
           PERFORM 2100-READ-LIFE
           PERFORM UNTIL WS-EOF
               IF LJ-BROKER-ID = WS-TRACE-BROKER
                   SET WS-FOUND-SW TO 'N'
                   EVALUATE TRUE
                       WHEN LJ-SCOPE-SETTLE
                           IF LJ-ETF-ID = WS-TRACE-ETF-ID
                               PERFORM 3100-MATCH-SETTLE-DATE
                           END-IF
                       WHEN LJ-SCOPE-CASH
                           PERFORM 3200-MATCH-VALUE-DATE
                       WHEN LJ-SCOPE-BILL
                           IF WS-WAS-ACCEPTED
                              AND LJ-REF-DATE (1:6)
                                  = WS-TRACE-TX-DATE (1:6)
                               SET WS-FOUND TO TRUE
                           END-IF
                   END-EVALUATE
                   IF WS-FOUND
                       PERFORM 8000-ADD-EVENT
                       ADD 1 TO WS-GROUP-CNT
                   END-IF
               END-IF
               PERFORM 2100-READ-LIFE
           END-PERFORM
           CLOSE LIFE-FILE.
      *
       3100-MATCH-SETTLE-DATE.
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-CNT
               IF WS-SET-DATE (SET-IDX) = LJ-REF-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       3200-MATCH-VALUE-DATE.
           PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > WS-VAL-CNT
               IF WS-VAL-DATE (VAL-IDX) = LJ-REF-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    日誌依各程式執行先後附加，群組事件與單筆事件交錯，
      *    排序後再列印（作法比照 AUDINQ）。
       4000-SORT-EVENTS.
           PERFORM VARYING EVT-IDX FROM 1 BY 1
                   UNTIL EVT-IDX > WS-EVT-CNT
               PERFORM VARYING EV2-IDX FROM 1 BY 1
                       UNTIL EV2-IDX >= WS-EVT-CNT
                   IF WS-EVT-REC (EV2-IDX) (46:14)
                           > WS-EVT-REC (EV2-IDX + 1) (46:14)
                       MOVE WS-EVT-REC (EV2-IDX) TO WS-EVT-SWAP
                       MOVE WS-EVT-REC (EV2-IDX + 1)
                           TO WS-EVT-REC (EV2-IDX)
                       MOVE WS-EVT-SWAP TO WS-EVT-REC (EV2-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       5000-PRINT-TIMELINE.
           PERFORM 5200-PRINT-HEADING
           PERFORM VARYING EVT-IDX FROM 1 BY 1
                   UNTIL EVT-IDX > WS-EVT-CNT
               MOVE WS-EVT-REC (EVT-IDX) TO M02-LIFE-EVENT-REC
               PERFORM 5100-PRINT-ONE-EVENT
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
      *    目前狀態 = 排序後最後一筆事件。
           SET EVT-IDX TO WS-EVT-CNT
           MOVE WS-EVT-REC (EVT-IDX) TO M02-LIFE-EVENT-REC
           PERFORM 8100-DESCRIBE-EVENT
           MOVE SPACES          TO RPT-LINE
           MOVE LJ-STAGE        TO RPT-S-STAGE
           MOVE WS-SCOPE-TEXT   TO RPT-S-SCOPE
           MOVE WS-OUTCOME-TEXT TO RPT-S-OUTCOME
           MOVE LJ-EVENT-DATE   TO RPT-S-DATE
           MOVE RPT-STATE-LINE  TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES          TO RPT-LINE
           MOVE WS-EVT-CNT      TO RPT-T-EVENTS
           MOVE WS-KEY-CNT      TO RPT-T-KEY
           MOVE WS-GROUP-CNT    TO RPT-T-GROUP
           MOVE WS-READ-CNT     TO RPT-T-READ
           MOVE RPT-TOTAL-LINE  TO RPT-LINE
           WRITE RPT-LINE.
      *
       5100-PRINT-ONE-EVENT.
           PERFORM 8100-DESCRIBE-EVENT
           MOVE SPACES           TO RPT-LINE
           MOVE LJ-EVENT-DATE    TO RPT-D-DATE
           MOVE LJ-EVENT-TIME    TO RPT-D-TIME
           MOVE LJ-STAGE         TO RPT-D-STAGE
           MOVE WS-SCOPE-TEXT    TO RPT-D-SCOPE
           MOVE WS-OUTCOME-TEXT  TO RPT-D-OUTCOME
           MOVE LJ-ERROR-CODE    TO RPT-D-ERROR-CODE
           IF LJ-REF-DATE = ZERO
               MOVE SPACES       TO RPT-D-REF-DATE
           ELSE
               MOVE LJ-REF-DATE  TO RPT-D-REF-DATE
           END-IF
           IF LJ-GENERATION-NO = ZERO
               MOVE SPACES       TO RPT-D-GEN-NO
           ELSE
               MOVE LJ-GENERATION-NO TO RPT-D-GEN-NO
           END-IF
           MOVE LJ-DETAIL        TO RPT-D-DETAIL
           MOVE RPT-DETAIL       TO RPT-LINE
           WRITE RPT-LINE.
      *
       5200-PRINT-HEADING.
           MOVE SPACES           TO RPT-LINE
           MOVE WS-TRACE-BROKER  TO RPT-H-BROKER-ID
           MOVE WS-TRACE-TX-DATE TO RPT-H-TX-DATE
           MOVE WS-TRACE-SEQNO   TO RPT-H-SEQNO
           MOVE WS-TRACE-ETF-ID  TO RPT-H-ETF-ID
           MOVE RPT-HEAD-LINE    TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES           TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD     TO RPT-LINE
           WRITE RPT-LINE.
      *
       5500-PRINT-NOT-FOUND.
           PERFORM 5200-PRINT-HEADING
           MOVE RPT-NOT-FOUND    TO RPT-LINE
           WRITE RPT-LINE.
      *
       8000-ADD-EVENT.
           IF WS-EVT-CNT >= 2000
               DISPLAY "M02TRCE ABEND - EVENT TABLE FULL AT 2000 "
                   "ENTRIES, RAISE WS-EVT-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EVT-CNT
           SET EVT-IDX TO WS-EVT-CNT
           MOVE M02-LIFE-EVENT-REC TO WS-EVT-REC (EVT-IDX).
      *
      *    範圍/結果代碼轉為報表文字。
       8100-DESCRIBE-EVENT.
           EVALUATE TRUE
               WHEN LJ-SCOPE-KEY
                   MOVE "SUBMISSION" TO WS-SCOPE-TEXT
               WHEN LJ-SCOPE-SETTLE
                   MOVE "SETTLEMENT" TO WS-SCOPE-TEXT
               WHEN LJ-SCOPE-CASH
                   MOVE "CASH"       TO WS-SCOPE-TEXT
               WHEN LJ-SCOPE-BILL
                   MOVE "BILLING"    TO WS-SCOPE-TEXT
               WHEN OTHER
                   MOVE LJ-SCOPE     TO WS-SCOPE-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN LJ-PASSED
                   MOVE "PASSED"     TO WS-OUTCOME-TEXT
               WHEN LJ-REJECTED
                   MOVE "REJECTED"   TO WS-OUTCOME-TEXT
               WHEN LJ-HELD
                   MOVE "HELD"       TO WS-OUTCOME-TEXT
               WHEN LJ-SENT
                   MOVE "SENT"       TO WS-OUTCOME-TEXT
               WHEN LJ-ACCEPTED
                   MOVE "ACCEPTED"   TO WS-OUTCOME-TEXT
               WHEN LJ-INSTRUCTED
                   MOVE "INSTRUCTED" TO WS-OUTCOME-TEXT
               WHEN LJ-SETTLED
                   MOVE "CONFIRMED"  TO WS-OUTCOME-TEXT
               WHEN LJ-FAILED
                   MOVE "FAILED"     TO WS-OUTCOME-TEXT
               WHEN LJ-BILLED
                   MOVE "BILLED"     TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE LJ-OUTCOME   TO WS-OUTCOME-TEXT
           END-EVALUATE.
      *
       9000-TERMINATE.
           CLOSE TRCE-RPT
           DISPLAY "M02TRCE KEY=" WS-TRACE-KEY
               " SUBMISSION-EVENTS=" WS-KEY-CNT
               " GROUP-EVENTS=" WS-GROUP-CNT.
