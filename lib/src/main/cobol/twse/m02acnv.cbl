      * 檔案名稱：M02ACNV
      *---------------------------------------------------------------
      * 申請人帳戶檢核
      * 接於 M02EDIT 之後，以申請人帳戶主檔（ACNTMSTR，索引鍵
      * ACNT = ACNT-BROKER + ACNT-NO）逐筆檢核 M02 之申請帳戶：
      *     查無帳戶                         -> ERROR-CODE "10"
      *     帳戶凍結（ACNM-STATUS = 'F'）     -> ERROR-CODE "10"
      *     帳戶銷戶（ACNM-STATUS = 'C'，或
      *       銷戶日不為零且不晚於營業日）   -> ERROR-CODE "10"
      * 前段已掛錯誤代碼者不覆蓋，僅原樣轉出。退件原因另印於
      * 報表（查無/凍結/銷戶），錯誤文字取自 ERRDICT。
      * 全部筆數皆寫出（與 M02WNDW 同），CTL 之讀入與寫出筆數
      * 相同，CTLBAL 前後步驟得以勾稽。
      * 受檢各筆之結果另附加一筆生命週期事件（M02LIFE，'P' 通過
      * 或 'R' 退件）。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02ACNV.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT M02-FILE-IN  ASSIGN TO "M02IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT M02-FILE-OUT ASSIGN TO "M02OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACNV-RPT     ASSIGN TO "M02ARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACNTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACNM-ACNT.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERR-DICT-FILE ASSIGN TO "ERRDICT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ERRD-CODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  M02-FILE-IN
           RECORDING MODE IS F.
           COPY "m02.cpy".
      *
       FD  M02-FILE-OUT
           RECORDING MODE IS F.
       01  M02-OUT-REC          PIC X(150).
      *
       FD  ACNV-RPT
           RECORDING MODE IS F.
       01  RPT-LINE             PIC X(132).
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE        PIC 9(08).
      *
       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY "acntmstr.cpy".
      *
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
           COPY "errdict.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-EOF                 VALUE 'Y'.
           05  WS-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-FOUND               VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-READ-CNT      PIC 9(07) VALUE ZERO.
           05  WS-REJECT-CNT    PIC 9(07) VALUE ZERO.
           05  WS-MISSING-CNT   PIC 9(07) VALUE ZERO.
           05  WS-FROZEN-CNT    PIC 9(07) VALUE ZERO.
           05  WS-CLOSED-CNT    PIC 9(07) VALUE ZERO.
       01  WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01  WS-ACNT-REASON       PIC X(08) VALUE SPACES.
       01  RPT-DETAIL.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-ETF-ID       PIC X(06).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BROKER-ID    PIC X(04).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEQNO        PIC X(03).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TRAN-CODE    PIC X(01).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-ACNT-BROKER  PIC X(04).
           05  FILLER           PIC X(01) VALUE '-'.
           05  RPT-ACNT-NO      PIC 9(07).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-ACNT-REASON  PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-REASON       PIC X(40).
       01  RPT-TOTAL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(09) VALUE "MISSING: ".
           05  RPT-T-MISSING    PIC Z(6)9.
           05  FILLER           PIC X(10) VALUE "  FROZEN: ".
           05  RPT-T-FROZEN     PIC Z(6)9.
           05  FILLER           PIC X(10) VALUE "  CLOSED: ".
           05  RPT-T-CLOSED     PIC Z(6)9.
      *
       01  WS-STEP-START-TIME  PIC 9(06) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-STEP-START-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-M02 UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           IF WS-REJECT-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1200-READ-BUSINESS-DATE
           OPEN INPUT  ERR-DICT-FILE
           OPEN INPUT  ACCOUNT-FILE
           OPEN INPUT  M02-FILE-IN
           OPEN OUTPUT M02-FILE-OUT
           OPEN OUTPUT ACNV-RPT
           OPEN EXTEND LIFE-FILE
           MOVE "M02 APPLICANT ACCOUNT REJECTS" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-M02.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M02ACNV ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.
      *
       2000-CHECK-M02.
           ADD 1 TO WS-READ-CNT
           IF ERROR-CODE OF M02 = SPACES
               PERFORM 2200-EDIT-ACCOUNT
               PERFORM 2400-WRITE-LIFE-EVENT
           END-IF
           WRITE M02-OUT-REC FROM M02
           PERFORM 2100-READ-M02.
      *
       2100-READ-M02.
           READ M02-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    銷戶日不為零且已屆營業日者，狀態雖未改 C 亦視同銷戶。
       2200-EDIT-ACCOUNT.
           MOVE ACNT OF M02 TO ACNM-ACNT
           READ ACCOUNT-FILE
               INVALID KEY     MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   ADD 1 TO WS-MISSING-CNT
                   MOVE "MISSING" TO WS-ACNT-REASON
               WHEN ACNM-FROZEN
                   ADD 1 TO WS-FROZEN-CNT
                   MOVE "FROZEN"  TO WS-ACNT-REASON
               WHEN ACNM-CLOSED
               WHEN ACNM-CLOSE-DATE NOT = ZERO
                AND ACNM-CLOSE-DATE NOT > WS-BUSINESS-DATE
                   ADD 1 TO WS-CLOSED-CNT
                   MOVE "CLOSED"  TO WS-ACNT-REASON
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "10" TO ERROR-CODE OF M02
           PERFORM 2300-WRITE-REJECT-LINE.
      *
       2300-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-CNT
           MOVE SPACES           TO RPT-LINE
           MOVE ETF-ID OF M02    TO RPT-ETF-ID
           MOVE BROKER-ID OF M02 TO RPT-BROKER-ID
           MOVE SEQNO OF M02     TO RPT-SEQNO
           MOVE TRAN-CODE OF M02 TO RPT-TRAN-CODE
           MOVE ACNT-BROKER OF M02 TO RPT-ACNT-BROKER
           MOVE ACNT-NO OF M02   TO RPT-ACNT-NO
           MOVE WS-ACNT-REASON   TO RPT-ACNT-REASON
           PERFORM 9100-LOOKUP-ERROR-TEXT
           MOVE ERRD-TEXT-ENGLISH TO RPT-REASON
           MOVE RPT-DETAIL       TO RPT-LINE
           WRITE RPT-LINE.
      *
       2400-WRITE-LIFE-EVENT.
           MOVE SPACES              TO M02-LIFE-EVENT-REC
           MOVE BROKER-ID OF M02    TO LJ-BROKER-ID
           MOVE TX-DATE OF M02      TO LJ-TX-DATE
           MOVE SEQNO OF M02        TO LJ-SEQNO
           MOVE ETF-ID OF M02       TO LJ-ETF-ID
           SET LJ-SCOPE-KEY         TO TRUE
           MOVE "M02ACNV"           TO LJ-STAGE
           MOVE ZERO                TO LJ-REF-DATE
           MOVE ZERO                TO LJ-GENERATION-NO
           IF ERROR-CODE OF M02 = SPACES
               SET LJ-PASSED        TO TRUE
               MOVE "APPLICANT ACCOUNT OPEN" TO LJ-DETAIL
           ELSE
               SET LJ-REJECTED      TO TRUE
               MOVE ERROR-CODE OF M02 TO LJ-ERROR-CODE
               STRING "APPLICANT ACCOUNT " WS-ACNT-REASON
                   DELIMITED BY SIZE INTO LJ-DETAIL
               END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       8800-WRITE-CONTROL-REC.
           OPEN EXTEND CTL-FILE
           MOVE "M02ACNV"     TO CTL-PROGRAM
           MOVE "M02"         TO CTL-FILE-TAG
           MOVE WS-READ-CNT   TO CTL-READ-CNT
           MOVE WS-READ-CNT   TO CTL-WRITTEN-CNT
           MOVE WS-REJECT-CNT TO CTL-REJECT-CNT
           MOVE WS-STEP-START-TIME TO CTL-START-TIME
           MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-END-TIME
           WRITE CTL-REC
           CLOSE CTL-FILE.
      *
      *    退件文字一律取自 ERRDICT 字典，避免各報表文字漂移。
       9100-LOOKUP-ERROR-TEXT.
           MOVE ERROR-CODE OF M02 TO ERRD-CODE
           READ ERR-DICT-FILE
               INVALID KEY
                   MOVE "** CODE NOT IN DICTIONARY **"
                       TO ERRD-TEXT-ENGLISH
           END-READ.
      *
       9000-TERMINATE.
           MOVE SPACES         TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MISSING-CNT TO RPT-T-MISSING
           MOVE WS-FROZEN-CNT  TO RPT-T-FROZEN
           MOVE WS-CLOSED-CNT  TO RPT-T-CLOSED
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8800-WRITE-CONTROL-REC
           CLOSE ERR-DICT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE M02-FILE-IN
           CLOSE M02-FILE-OUT
           CLOSE ACNV-RPT
           CLOSE LIFE-FILE
           DISPLAY "M02ACNV READ=" WS-READ-CNT
               " REJECTS=" WS-REJECT-CNT.
