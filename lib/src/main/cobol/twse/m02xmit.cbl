      * 雜湊合計、組檔時刻），供 M02RXMT 選擇性重送與 M02XCHK
      * 序號斷號/重號檢核。組檔成功時並將各明細之 M02-KEY 附加至
      * 當日已送鍵值檔（SENTDAY，M02CYCL 於次循環據以濾重）-
      * 確實進入傳輸檔才算已送，預掃退件拒組檔時不記鍵。同一時點
      * 每筆另附加一筆生命週期事件（M02LIFE，'S' 已送，附檔案產生
      * 序號），供單筆軌跡查詢及滯留日報取數。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SENT-KEY-FILE ASSIGN TO "SENTDAY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  SENT-KEY-REC.
           05  SK-M02-KEY      PIC X(15).
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           OPEN INPUT M02-FILE-IN
           OPEN OUTPUT XMIT-FILE-OUT
           OPEN EXTEND SENT-KEY-FILE
           OPEN EXTEND LIFE-FILE
           MOVE SPACES             TO XMIT-HEADER-REC
           MOVE "H"                TO XH-REC-TYPE
           MOVE WS-BUSINESS-DATE   TO XH-BUSINESS-DATE
      *        進入傳輸檔即記入當日已送鍵值檔，供次循環濾重。
               MOVE M02-KEY TO SK-M02-KEY
               WRITE SENT-KEY-REC
               PERFORM 3200-WRITE-LIFE-EVENT
               PERFORM 2100-READ-M02
           END-PERFORM
           MOVE SPACES          TO XMIT-TRAILER-REC
           WRITE XMIT-OUT-REC FROM XMIT-TRAILER-REC
           CLOSE XMIT-FILE-OUT
           CLOSE SENT-KEY-FILE
           CLOSE LIFE-FILE
           PERFORM 3500-LOG-GENERATION
           MOVE SPACES TO RPT-LINE
           MOVE "TRANSMISSION FILE BUILT" TO RPT-LINE
           WRITE RPT-LINE.
      *
       3200-WRITE-LIFE-EVENT.
           MOVE SPACES              TO M02-LIFE-EVENT-REC
           MOVE BROKER-ID           TO LJ-BROKER-ID
           MOVE TX-DATE             TO LJ-TX-DATE
           MOVE SEQNO               TO LJ-SEQNO
           MOVE ETF-ID              TO LJ-ETF-ID
           SET LJ-SCOPE-KEY         TO TRUE
           MOVE "M02XMIT"           TO LJ-STAGE
           SET LJ-SENT              TO TRUE
           MOVE ZERO                TO LJ-REF-DATE
           MOVE WS-GENERATION-NO    TO LJ-GENERATION-NO
           MOVE "SENT TO TWSE IN TRANSMISSION FILE" TO LJ-DETAIL
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       3500-LOG-GENERATION.
           OPEN EXTEND XMIT-LOG-FILE
