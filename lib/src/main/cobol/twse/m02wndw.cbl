      * 當日 CTRL 先轉載為以 ETF-ID 為 key 之索引工作檔（作法比照
      * M02INQ 建 M02MSTR），逐筆以 key 直接讀取，掛牌檔數成長
      * 不再受記憶體表格上限箝制。
      * 進站時 ERROR-CODE 空白者，本站結果（通過/退件）另附加一筆
      * 生命週期事件（M02LIFE）；前站已退件者不重複記載。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               RECORD KEY IS CW-ETF-ID.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERR-DICT-FILE ASSIGN TO "ERRDICT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  CTL-FILE
           RECORDING MODE IS F.
           COPY "ctlrec.cpy".
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       FD  ERR-DICT-FILE
           RECORDING MODE IS F.
           05  WS-READ-CNT      PIC 9(07) VALUE ZERO.
           05  WS-REJECT-CNT    PIC 9(07) VALUE ZERO.
       01  WS-CTRL-CNT          PIC 9(07) VALUE ZERO.
       01  WS-IN-ERROR-CODE     PIC X(02) VALUE SPACES.
       01  WS-WINDOW-OPEN       PIC X(01).
           88  WS-OPEN                    VALUE 'Y'.
       01  RPT-DETAIL.
           OPEN INPUT  M02-FILE-IN
           OPEN OUTPUT M02-FILE-OUT
           OPEN OUTPUT WNDW-RPT
           OPEN EXTEND LIFE-FILE
           MOVE "M02 CREATION/REDEMPTION WINDOW REJECTS" TO RPT-LINE
           WRITE RPT-LINE.
      *
      *
       3000-CHECK-M02.
           ADD 1 TO WS-READ-CNT
           MOVE ERROR-CODE OF M02 TO WS-IN-ERROR-CODE
           PERFORM 3200-FIND-CTRL-ENTRY
           PERFORM 3300-EDIT-WINDOW
           IF WS-IN-ERROR-CODE = SPACES
               PERFORM 3600-WRITE-LIFE-EVENT
           END-IF
           WRITE M02-OUT-REC FROM M02
           PERFORM 3100-READ-M02.
      *
           MOVE ERRD-TEXT-ENGLISH TO RPT-REASON
           MOVE RPT-DETAIL  TO RPT-LINE
           WRITE RPT-LINE.
      *
       3600-WRITE-LIFE-EVENT.
           MOVE SPACES              TO M02-LIFE-EVENT-REC
           MOVE BROKER-ID OF M02    TO LJ-BROKER-ID
           MOVE TX-DATE OF M02      TO LJ-TX-DATE
           MOVE SEQNO OF M02        TO LJ-SEQNO
           MOVE ETF-ID OF M02       TO LJ-ETF-ID
           SET LJ-SCOPE-KEY         TO TRUE
           MOVE "M02WNDW"           TO LJ-STAGE
           MOVE ZERO                TO LJ-REF-DATE
           MOVE ZERO                TO LJ-GENERATION-NO
           IF ERROR-CODE OF M02 = SPACES
               SET LJ-PASSED        TO TRUE
               MOVE "CREATION/REDEMPTION WINDOW OPEN" TO LJ-DETAIL
           ELSE
               SET LJ-REJECTED      TO TRUE
               MOVE ERROR-CODE OF M02 TO LJ-ERROR-CODE
               MOVE ERRD-TEXT-ENGLISH TO LJ-DETAIL
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       8800-WRITE-CONTROL-REC.
           OPEN EXTEND CTL-FILE
           CLOSE M02-FILE-OUT
           CLOSE CTRL-WORK-FILE
           CLOSE WNDW-RPT
           CLOSE LIFE-FILE
           DISPLAY "M02WNDW READ=" WS-READ-CNT
               " REJECTS=" WS-REJECT-CNT.
