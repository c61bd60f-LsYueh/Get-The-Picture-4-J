      * 為 key 之索引工作檔再依 key 順序輸出，使回送檔天然依券商
      * 分組，傳送作業依 BRET-BROKER-ID 切檔即可分送各券商；另列
      * 印各券商退件筆數供覆核。字典查無之代碼以替代文字標示並
      * 計數（字典漏建須回頭補）。券商小計行另列參加人主檔
      * （BRKMSTR）之券商名稱與地址，供隨回送檔寄送之送件單使用；
      * 回送檔格式不變。
      * 每筆退件另附加一筆券商品質事件（BRKQEVT，'E'）供月結券商
      * 評分表取數；'07' 信用閘門攔下者由 M02CRDT 自記，此處不記。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRET-RPT     ASSIGN TO "M02BRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUAL-EVENT-FILE ASSIGN TO "BRKQEVT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BROKER-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRKM-BROKER-ID.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BRET-FILE-OUT
           RECORDING MODE IS F.
           COPY "m02bret.cpy".
      *
       FD  QUAL-EVENT-FILE
           RECORDING MODE IS F.
           COPY "brkqevt.cpy".
      *
       FD  BRET-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  BROKER-FILE
           RECORDING MODE IS F.
           COPY "brkmstr.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-BRK-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-BRK-FOUND          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-REJECT-CNT   PIC 9(07) VALUE ZERO.
           05  WS-NODICT-CNT   PIC 9(07) VALUE ZERO.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(08) VALUE "REJECTS=".
           05  RPT-BRK-CNT     PIC Z(6)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-BRK-NAME    PIC X(40).
       01  RPT-BRK-ADDR-LINE.
           05  FILLER          PIC X(31) VALUE SPACES.
           05  RPT-BRK-ADDR    PIC X(40).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           OPEN I-O BRET-WORK-FILE
           OPEN OUTPUT BRET-FILE-OUT
           OPEN OUTPUT BRET-RPT
           OPEN INPUT  BROKER-FILE
           OPEN EXTEND QUAL-EVENT-FILE
           MOVE "BROKER REJECT RETURN EXTRACT" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1100-READ-M02.
           END-IF
           ADD 1 TO WS-BRK-CNT
           MOVE BW-RETURN-REC TO BROKER-RETURN-REC
           WRITE BROKER-RETURN-REC
           IF BRET-ERROR-CODE NOT = "07"
               PERFORM 3150-WRITE-QUALITY-EVENT
           END-IF.
      *
       3150-WRITE-QUALITY-EVENT.
           MOVE SPACES          TO BRK-QUAL-EVENT-REC
           MOVE BRET-TX-DATE    TO BQE-EVENT-DATE
           MOVE BRET-BROKER-ID  TO BQE-BROKER-ID
           SET BQE-EDIT-REJECT  TO TRUE
           STRING BRET-TX-DATE BRET-SEQNO
               DELIMITED BY SIZE INTO BQE-ITEM-KEY
           END-STRING
           MOVE "M02BRET"       TO BQE-SOURCE-PGM
           MOVE BRET-ERROR-CODE TO BQE-ERROR-CODE
           MOVE ZERO            TO BQE-AMOUNT
           WRITE BRK-QUAL-EVENT-REC.
      *
       3200-PRINT-BROKER-TOTAL.
           IF WS-BRK-BROKER NOT = SPACES
               MOVE SPACES        TO RPT-LINE
               MOVE WS-BRK-BROKER TO RPT-BROKER-ID
               MOVE WS-BRK-CNT    TO RPT-BRK-CNT
               PERFORM 3300-LOOKUP-BROKER
               MOVE BRKM-NAME     TO RPT-BRK-NAME
               MOVE RPT-BRK-LINE  TO RPT-LINE
               WRITE RPT-LINE
               IF BRKM-ADDRESS-1 NOT = SPACES
                   MOVE SPACES            TO RPT-LINE
                   MOVE BRKM-ADDRESS-1    TO RPT-BRK-ADDR
                   MOVE RPT-BRK-ADDR-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               IF BRKM-ADDRESS-2 NOT = SPACES
                   MOVE SPACES            TO RPT-LINE
                   MOVE BRKM-ADDRESS-2    TO RPT-BRK-ADDR
                   MOVE RPT-BRK-ADDR-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.
      *
      *    名稱地址取自參加人主檔；查無者註記。
       3300-LOOKUP-BROKER.
           MOVE WS-BRK-BROKER TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE 'N' TO WS-BRK-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-BRK-STATUS-SW
           END-READ
           IF NOT WS-BRK-FOUND
               MOVE "** BROKER NOT ON PARTICIPANT MASTER **"
                   TO BRKM-NAME
               MOVE SPACES TO BRKM-ADDRESS-1
               MOVE SPACES TO BRKM-ADDRESS-2
           END-IF.
      *
       9000-TERMINATE.
           CLOSE BRET-WORK-FILE
           CLOSE BRET-FILE-OUT
           CLOSE BRET-RPT
           CLOSE BROKER-FILE
           CLOSE QUAL-EVENT-FILE
           DISPLAY "M02BRET REJECTS=" WS-REJECT-CNT
               " CODES-NOT-IN-DICTIONARY=" WS-NODICT-CNT.
