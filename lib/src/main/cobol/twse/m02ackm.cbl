      * 逐筆比對後寫出回覆狀態主檔（核可/退件），並依 BROKER-ID
      * 小計核可/退件筆數。回覆檔中找不到對應送件之紀錄即表示
      * 傳輸兩邊不同步，除列示警示外以 RETURN-CODE 8 結束。
      * 退件另附加一筆券商品質事件（BRKQEVT，'T'）供月結券商評分
      * 表取數。比對到之各筆另附加一筆生命週期事件（M02LIFE，'A'
      * 接受或 'R' 退件）。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-STATUS-FILE ASSIGN TO "ACKMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUAL-EVENT-FILE ASSIGN TO "BRKQEVT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACKM-RPT     ASSIGN TO "M02KRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-STATUS-FILE
           RECORDING MODE IS F.
           COPY "m02ackst.cpy".
      *
       FD  QUAL-EVENT-FILE
           RECORDING MODE IS F.
           COPY "brkqevt.cpy".
      *
       FD  ACKM-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           OPEN INPUT  ACK-FILE-IN
           OPEN OUTPUT ACK-STATUS-FILE
           OPEN OUTPUT ACKM-RPT
           OPEN EXTEND QUAL-EVENT-FILE
           OPEN EXTEND LIFE-FILE
           MOVE "TWSE ACKNOWLEDGMENT MATCH-OFF REPORT" TO RPT-LINE
           WRITE RPT-LINE.
      *
               MOVE "R" TO AKST-STATUS
               ADD 1 TO WS-REJECT-CNT
               ADD 1 TO WS-BRK-REJECT (BRK-IDX)
               PERFORM 3250-WRITE-QUALITY-EVENT
           END-IF
           PERFORM 3260-WRITE-LIFE-EVENT
           WRITE M02-ACK-STATUS-REC.
      *
       3250-WRITE-QUALITY-EVENT.
           MOVE SPACES            TO BRK-QUAL-EVENT-REC
           MOVE WS-ACK-TX-DATE    TO BQE-EVENT-DATE
           MOVE WS-ACK-BROKER-ID  TO BQE-BROKER-ID
           SET BQE-TWSE-REJECT    TO TRUE
           STRING WS-ACK-TX-DATE WS-ACK-SEQNO
               DELIMITED BY SIZE INTO BQE-ITEM-KEY
           END-STRING
           MOVE "M02ACKM"         TO BQE-SOURCE-PGM
           MOVE WS-ACK-ERROR-CODE TO BQE-ERROR-CODE
           MOVE ZERO              TO BQE-AMOUNT
           WRITE BRK-QUAL-EVENT-REC.
      *
       3260-WRITE-LIFE-EVENT.
           MOVE SPACES            TO M02-LIFE-EVENT-REC
           MOVE WS-ACK-BROKER-ID  TO LJ-BROKER-ID
           MOVE WS-ACK-TX-DATE    TO LJ-TX-DATE
           MOVE WS-ACK-SEQNO      TO LJ-SEQNO
           MOVE WS-ACK-ETF-ID     TO LJ-ETF-ID
           SET LJ-SCOPE-KEY       TO TRUE
           MOVE "M02ACKM"         TO LJ-STAGE
           MOVE ZERO              TO LJ-REF-DATE
           MOVE ZERO              TO LJ-GENERATION-NO
           IF WS-ACK-ERROR-CODE = SPACES
               SET LJ-ACCEPTED    TO TRUE
               MOVE "ACCEPTED BY TWSE" TO LJ-DETAIL
           ELSE
               SET LJ-REJECTED    TO TRUE
               MOVE WS-ACK-ERROR-CODE TO LJ-ERROR-CODE
               MOVE "REJECTED BY TWSE" TO LJ-DETAIL
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       3300-WRITE-UNMATCHED.
           ADD 1 TO WS-UNMATCH-CNT
           CLOSE ACK-FILE-IN
           CLOSE ACK-STATUS-FILE
           CLOSE ACKM-RPT
           CLOSE QUAL-EVENT-FILE
           CLOSE LIFE-FILE
           DISPLAY "M02ACKM SENT=" WS-LOAD-CNT " ACK=" WS-ACK-CNT
               " ACCEPTED=" WS-ACCEPT-CNT " REJECTED=" WS-REJECT-CNT
               " UNMATCHED=" WS-UNMATCH-CNT.
