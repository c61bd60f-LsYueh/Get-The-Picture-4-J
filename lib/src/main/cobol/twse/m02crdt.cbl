      * 符）者掛 ERROR-CODE '07'（ERRDICT 新增代碼）後寫出，與
      * 其他退件同走 M02CORR/M02RSUB 更正重送流程，俟券商清償後
      * 放行。任一筆被攔下即以 RETURN-CODE 8 停住整條流程。
      * 每筆攔下另附加一筆券商品質事件（BRKQEVT，'C'，金額欄記
      * 當時曝險）供月結券商評分表取數。
      * 受檢各筆（ERROR-CODE 空白進站者）之結果另附加一筆生命週期
      * 事件（M02LIFE，'P' 放行或 'H' 攔下）。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRDT-RPT     ASSIGN TO "M02DRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUAL-EVENT-FILE ASSIGN TO "BRKQEVT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CRDT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  QUAL-EVENT-FILE
           RECORDING MODE IS F.
           COPY "brkqevt.cpy".
      *
       FD  CTL-FILE
           RECORDING MODE IS F.
           COPY "ctlrec.cpy".
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
       1000-INITIALIZE.
           OPEN OUTPUT M02-FILE-OUT
           OPEN OUTPUT CRDT-RPT
           OPEN EXTEND QUAL-EVENT-FILE
           OPEN EXTEND LIFE-FILE
           MOVE "BROKER CREDIT EXPOSURE GATE" TO RPT-LINE
           WRITE RPT-LINE.
      *
      *
      *    歷日交割違約：RECV 方向之未達股數（券商積欠本基金之
      *    股票）以當日收盤價計值列入曝險；該股票已不在任何籃子
      *    （無價可計）者略過，作法同 2420 之指示計值。已補購結案
      *    者（'B'）之價差已掛應收帳款，不重複計入。
       2450-LOAD-FAILS-EXPOSURE.
           OPEN INPUT FAIL-FILE-IN
           PERFORM 2460-READ-FAIL
           PERFORM UNTIL WS-EOF
               IF FM-DIRECTION = "RECV"
                  AND NOT FM-BOUGHT-IN
                   PERFORM 2470-VALUE-ONE-FAIL
               END-IF
               PERFORM 2460-READ-FAIL
                   MOVE "07" TO ERROR-CODE OF M02
                   ADD 1 TO WS-HELD-CNT
                   PERFORM 3300-WRITE-HELD-LINE
                   PERFORM 3400-WRITE-QUALITY-EVENT
               END-IF
               PERFORM 3500-WRITE-LIFE-EVENT
           END-IF
           WRITE M02-OUT-REC FROM M02
           PERFORM 3100-READ-M02.
           MOVE WS-BRK-LIMIT (BRK-IDX)    TO RPT-LIMIT
           MOVE RPT-HELD                  TO RPT-LINE
           WRITE RPT-LINE.
      *
       3400-WRITE-QUALITY-EVENT.
           MOVE SPACES              TO BRK-QUAL-EVENT-REC
           MOVE TX-DATE OF M02      TO BQE-EVENT-DATE
           MOVE BROKER-ID OF M02    TO BQE-BROKER-ID
           SET BQE-CREDIT-REFUSAL   TO TRUE
           STRING TX-DATE OF M02 SEQNO OF M02
               DELIMITED BY SIZE INTO BQE-ITEM-KEY
           END-STRING
           MOVE "M02CRDT"           TO BQE-SOURCE-PGM
           MOVE "07"                TO BQE-ERROR-CODE
           MOVE WS-BRK-EXPOSURE (BRK-IDX) TO BQE-AMOUNT
           WRITE BRK-QUAL-EVENT-REC.
      *
       3500-WRITE-LIFE-EVENT.
           MOVE SPACES              TO M02-LIFE-EVENT-REC
           MOVE BROKER-ID OF M02    TO LJ-BROKER-ID
           MOVE TX-DATE OF M02      TO LJ-TX-DATE
           MOVE SEQNO OF M02        TO LJ-SEQNO
           MOVE ETF-ID OF M02       TO LJ-ETF-ID
           SET LJ-SCOPE-KEY         TO TRUE
           MOVE "M02CRDT"           TO LJ-STAGE
           MOVE ZERO                TO LJ-REF-DATE
           MOVE ZERO                TO LJ-GENERATION-NO
           IF WS-HOLD
               SET LJ-HELD          TO TRUE
               MOVE "07"            TO LJ-ERROR-CODE
               MOVE "HELD - BROKER EXPOSURE OVER CREDIT LIMIT"
                   TO LJ-DETAIL
           ELSE
               SET LJ-PASSED        TO TRUE
               MOVE "WITHIN BROKER CREDIT LIMIT" TO LJ-DETAIL
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       8000-FIND-OR-ADD-BROKER.
           SET WS-FOUND-SW TO 'N'
           CLOSE M02-FILE-IN
           CLOSE M02-FILE-OUT
           CLOSE CRDT-RPT
           CLOSE QUAL-EVENT-FILE
           CLOSE LIFE-FILE
           DISPLAY "M02CRDT READ=" WS-READ-CNT
               " HELD=" WS-HELD-CNT
               " OVERRIDES=" WS-OVRD-CNT.
