      * 之後第二個交易日（T+2，CALL "M02SETL" 共用交割日推算副
      * 程式，與資金面各程式同一套算法）。檔尾附各
      * 股票代號之筆數/股數控制小計及總筆數，供保管行核檔。
      * 已展開之各筆另附加一筆生命週期事件（M02LIFE，'I'，參考日
      * = 交割日），供 M02CNFM 交割結果對回各筆申報。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-RPT     ASSIGN TO "M02TRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           OPEN INPUT  M02-FILE-IN
           OPEN OUTPUT CUST-FILE-OUT
           OPEN OUTPUT CUST-RPT
           OPEN EXTEND LIFE-FILE
           MOVE "CUSTODIAN DELIVERY INSTRUCTION BUILD" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1200-READ-BUSINESS-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND
               PERFORM 3250-WRITE-LIFE-EVENT
           ELSE
               ADD 1 TO WS-NOBASKET-CNT
               MOVE SPACES           TO RPT-LINE
               MOVE ETF-ID OF M02    TO RPT-N-ETF-ID
               MOVE RPT-NOBASKET     TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       3250-WRITE-LIFE-EVENT.
           MOVE SPACES              TO M02-LIFE-EVENT-REC
           MOVE BROKER-ID OF M02    TO LJ-BROKER-ID
           MOVE TX-DATE OF M02      TO LJ-TX-DATE
           MOVE SEQNO OF M02        TO LJ-SEQNO
           MOVE ETF-ID OF M02       TO LJ-ETF-ID
           SET LJ-SCOPE-KEY         TO TRUE
           MOVE "M02CUST"           TO LJ-STAGE
           SET LJ-INSTRUCTED        TO TRUE
           MOVE WS-SETTLE-DATE      TO LJ-REF-DATE
           MOVE ZERO                TO LJ-GENERATION-NO
           MOVE "CUSTODIAN STOCK INSTRUCTIONS ISSUED" TO LJ-DETAIL
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       3300-WRITE-INSTRUCTION.
           ADD 1 TO WS-INSTR-CNT
           CLOSE M02-FILE-IN
           CLOSE CUST-FILE-OUT
           CLOSE CUST-RPT
           CLOSE LIFE-FILE
           DISPLAY "M02CUST INSTRUCTIONS=" WS-INSTR-CNT
               " NO-BASKET=" WS-NOBASKET-CNT
               " SETTLE-DATE=" WS-SETTLE-DATE.
