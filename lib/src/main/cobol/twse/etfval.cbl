      * ETF 主檔代號檢核
      * 以 ETF-MASTER-REC（依 ETFM-ETF-ID 建檔之索引檔）為準，逐筆
      * 檢核 M02、M05 輸入檔之 ETF-ID 是否存在且狀態為有效，找不到
      * （代碼 05）或非有效（暫停、終止、尚未上市，代碼 06）者
      * 列印於拒絕清單，拒絕文字一律取自 ERRDICT 字典主檔（比照
      * M02EDIT/M02WNDW），避免非本公司管理之 ETF 代號誤入後續
      * 處理。
      * M02 各筆（ERROR-CODE 空白進站者）之檢核結果另附加一筆生命
      * 週期事件（M02LIFE，'P' 通過或 'R' 退件）。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               RECORD KEY IS ERRD-CODE.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
      *
       1000-VALIDATE-M02.
           OPEN INPUT M02-FILE-IN
           OPEN EXTEND LIFE-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM 1100-READ-M02
           PERFORM UNTIL WS-EOF
                   INVALID KEY     MOVE "35" TO WS-ETF-STATUS
                   NOT INVALID KEY MOVE "00" TO WS-ETF-STATUS
               END-READ
               IF (NOT WS-ETF-FOUND) OR (NOT ETFM-ACTIVE)
                   ADD 1 TO WS-M02-REJECT-CNT
                   PERFORM 1200-WRITE-M02-REJECT
               END-IF
               IF ERROR-CODE OF M02 = SPACES
                   PERFORM 1300-WRITE-LIFE-EVENT
               END-IF
               PERFORM 1100-READ-M02
           END-PERFORM
           CLOSE LIFE-FILE
           CLOSE M02-FILE-IN.
      *
       1100-READ-M02.
           MOVE ERRD-TEXT-ENGLISH TO RPT-REASON
           MOVE RPT-REJECT     TO RPT-LINE
           WRITE RPT-LINE.
      *
       1300-WRITE-LIFE-EVENT.
           MOVE SPACES              TO M02-LIFE-EVENT-REC
           MOVE BROKER-ID OF M02    TO LJ-BROKER-ID
           MOVE TX-DATE OF M02      TO LJ-TX-DATE
           MOVE SEQNO OF M02        TO LJ-SEQNO
           MOVE ETF-ID OF M02       TO LJ-ETF-ID
           SET LJ-SCOPE-KEY         TO TRUE
           MOVE "ETFVAL"            TO LJ-STAGE
           MOVE ZERO                TO LJ-REF-DATE
           MOVE ZERO                TO LJ-GENERATION-NO
           IF WS-ETF-FOUND AND ETFM-ACTIVE
               SET LJ-PASSED        TO TRUE
               MOVE "ETF-ID ACTIVE ON ETF MASTER" TO LJ-DETAIL
           ELSE
               SET LJ-REJECTED      TO TRUE
               MOVE WS-LOOKUP-CODE  TO LJ-ERROR-CODE
               MOVE ERRD-TEXT-ENGLISH TO LJ-DETAIL
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       2000-VALIDATE-M05.
           OPEN INPUT M05-FILE-IN
                   INVALID KEY     MOVE "35" TO WS-ETF-STATUS
                   NOT INVALID KEY MOVE "00" TO WS-ETF-STATUS
               END-READ
               IF (NOT WS-ETF-FOUND) OR (NOT ETFM-ACTIVE)
                   ADD 1 TO WS-M05-REJECT-CNT
                   PERFORM 2200-WRITE-M05-REJECT
               END-IF
