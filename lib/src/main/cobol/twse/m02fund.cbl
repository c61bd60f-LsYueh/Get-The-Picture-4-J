      * 資金劃撥日 = 營業日之後第二個交易日（T+2），取自共用交割
      * 日推算副程式（CALL "M02SETL"，與 M02CUST 同一套算法），
      * 列印於報表頁首供財務櫃檯對銀行端末。
      * 已出指示之各筆另附加一筆生命週期事件（M02LIFE，'I'，參考
      * 日 = 資金劃撥日），供 M02BNKC 銀行入帳結果對回各筆申報。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           OPEN INPUT  M02-FILE-IN
           OPEN OUTPUT FUND-INSTR-FILE
           OPEN OUTPUT FUND-RPT
           OPEN EXTEND LIFE-FILE
           MOVE "CASH CREATION/REDEMPTION FUNDS INSTRUCTIONS"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NAV-VALUE (NAV-IDX) TO FUND-NAV
           MOVE WS-FUND-AMOUNT     TO FUND-AMOUNT
           WRITE FUND-INSTR-REC
           PERFORM 3350-WRITE-LIFE-EVENT
           PERFORM 3500-ACCUM-ETF-TOTAL
           MOVE SPACES             TO RPT-LINE
           MOVE BROKER-ID OF M02   TO RPT-BROKER-ID
           MOVE WS-FUND-AMOUNT     TO RPT-AMOUNT
           MOVE RPT-DETAIL         TO RPT-LINE
           WRITE RPT-LINE.
      *
       3350-WRITE-LIFE-EVENT.
           MOVE SPACES              TO M02-LIFE-EVENT-REC
           MOVE BROKER-ID OF M02    TO LJ-BROKER-ID
           MOVE TX-DATE OF M02      TO LJ-TX-DATE
           MOVE SEQNO OF M02        TO LJ-SEQNO
           MOVE ETF-ID OF M02       TO LJ-ETF-ID
           SET LJ-SCOPE-KEY         TO TRUE
           MOVE "M02FUND"           TO LJ-STAGE
           SET LJ-INSTRUCTED        TO TRUE
           MOVE WS-VALUE-DATE       TO LJ-REF-DATE
           MOVE ZERO                TO LJ-GENERATION-NO
           MOVE "CASH MOVEMENT INSTRUCTION ISSUED" TO LJ-DETAIL
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       3400-WRITE-NONAV-LINE.
           ADD 1 TO WS-NONAV-CNT
           CLOSE M02-FILE-IN
           CLOSE FUND-INSTR-FILE
           CLOSE FUND-RPT
           CLOSE LIFE-FILE
           DISPLAY "M02FUND INSTRUCTIONS=" WS-INSTR-CNT
               " NO-NAV=" WS-NONAV-CNT.
