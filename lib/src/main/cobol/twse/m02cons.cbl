      * 檔案名稱：M02CONS
      *---------------------------------------------------------------
      * 券商 M02 來檔彙併/檔頭檔尾檢核
      * 各券商自行送交 M02 檔（檔頭/檔尾格式見 M02BRKF），由收檔
      * 作業逐檔編為 PROD.ETF.M02.BRKIN 之世代，本程式以世代群名
      * 一次串接讀入（M02BRKIN），逐檔檢核：
      *   檔頭券商須在參加人主檔（BRKMSTR）且為有效參加人；
      *   檔頭營業日須等於 BUSDATE；同券商同檔案序號不得重送；
      *   檔尾筆數、T-STOCK-NOS 雜湊合計須與明細相符；
      *   每筆明細 BROKER-ID 須與檔頭券商相同。
      * 未見檔尾即遇下一檔頭或檔案結束者視為截斷檔。任一項不符
      * 即整檔退回，其餘合格檔之明細依 M02-KEY（券商+申請日+
      * 序號）排序彙併為 PROD.ETF.M02.DAILY，供 M02FPRT 以下各步
      * 使用。收檔回條報表（CONSRPT）逐檔列示檢核結果，並對照
      * 應送檔券商清單（M02EXPB 控制卡，每卡一券商代表號）列出
      * 當日未送檔之券商。退回檔以高、未送檔以中嚴重度寫入共用
      * 例外檔（EXCPFILE）供值班簽收。無任一合格檔時以
      * RETURN-CODE 8 結束，停住後續流程。
      * 世代群內尚未屆世代上限之前日來檔（檔頭營業日早於 BUSDATE）
      * 已於當日處理，僅列於回條（狀態 P），不再檢核、不寫例外。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02CONS.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BRK-FILE-IN ASSIGN TO "M02BRKIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPB-FILE    ASSIGN TO "M02EXPB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BROKER-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRKM-BROKER-ID.
           SELECT M02-FILE-OUT ASSIGN TO "M02OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE    ASSIGN TO "SORTWK01".
           SELECT OPTIONAL EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONS-RPT     ASSIGN TO "CONSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BRK-FILE-IN
           RECORDING MODE IS F.
           COPY "m02brkf.cpy".
           COPY "m02.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  EXPB-FILE
           RECORDING MODE IS F.
       01  EXPB-REC.
           05  EXPB-BROKER-ID  PIC X(04).
           05  FILLER          PIC X(76).
      *
       FD  BROKER-FILE
           RECORDING MODE IS F.
           COPY "brkmstr.cpy".
      *
       FD  M02-FILE-OUT
           RECORDING MODE IS F.
       01  M02-OUT-REC         PIC X(150).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  FILLER          PIC X(07).
           05  SR-M02-KEY      PIC X(15).
           05  FILLER          PIC X(128).
      *
       FD  EXCP-FILE
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       FD  CONS-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-SEG-OPEN-SW  PIC X(01) VALUE 'N'.
               88  WS-SEG-OPEN           VALUE 'Y'.
           05  WS-BRK-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-BRK-FOUND          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-READ-CNT     PIC 9(09) VALUE ZERO.
           05  WS-ACCEPT-CNT   PIC 9(05) VALUE ZERO.
           05  WS-REJECT-CNT   PIC 9(05) VALUE ZERO.
           05  WS-MERGED-CNT   PIC 9(09) VALUE ZERO.
           05  WS-MISSING-CNT  PIC 9(05) VALUE ZERO.
           05  WS-PRIOR-CNT    PIC 9(05) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-SEG-NO           PIC 9(05) VALUE ZERO.
       01  WS-SEG-SAVE         PIC 9(05) VALUE ZERO.
      *
      *    應送檔券商（M02EXPB）。
       01  WS-EXP-TABLE.
           05  WS-EXP-CNT      PIC 9(04) VALUE ZERO.
           05  WS-EXP-ENTRY OCCURS 500 TIMES
                   INDEXED BY EXP-IDX.
               10  WS-EXP-BROKER-ID PIC X(04).
               10  WS-EXP-RECEIVED  PIC X(01).
      *
      *    來檔（檔頭至檔尾為一檔）逐檔累計與檢核結果。
       01  WS-SEG-TABLE.
           05  WS-SEG-CNT      PIC 9(05) VALUE ZERO.
           05  WS-SEG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY SEG-IDX SEG-IDX2.
               10  WS-SEG-BROKER-ID   PIC X(04).
               10  WS-SEG-BUS-DATE    PIC 9(08).
               10  WS-SEG-FILE-SEQ    PIC 9(03).
               10  WS-SEG-HEADER-SW   PIC X(01).
               10  WS-SEG-DATE-OK-SW  PIC X(01).
                   88  WS-SEG-DATE-OK         VALUE 'Y'.
               10  WS-SEG-TRAILER-SW  PIC X(01).
               10  WS-SEG-DETAIL-CNT  PIC 9(09).
               10  WS-SEG-T-HASH      PIC 9(15).
               10  WS-SEG-TRL-CNT     PIC 9(09).
               10  WS-SEG-TRL-HASH    PIC 9(15).
               10  WS-SEG-OTHER-BRK   PIC 9(09).
               10  WS-SEG-BAD-NUMERIC PIC 9(09).
               10  WS-SEG-STATUS      PIC X(01).
                   88  WS-SEG-ACCEPTED        VALUE 'A'.
                   88  WS-SEG-REJECTED        VALUE 'R'.
                   88  WS-SEG-PRIOR-DAY       VALUE 'P'.
               10  WS-SEG-REASON      PIC X(40).
      *
       01  RPT-HEAD-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(38) VALUE
               "M02 BROKER FILE RECEIPT - BUSINESS DAT".
           05  FILLER          PIC X(02) VALUE "E=".
           05  RPT-H-BUS-DATE  PIC 9(08).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(48) VALUE
               " FILE# BROKER SEQ HDR-DATE    RECORDS  TRL-COUNT".
           05  FILLER          PIC X(48) VALUE
               "          T-HASH      TRAILER-HASH ST REASON".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-SEG-NO    PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-BROKER-ID PIC X(04).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-D-FILE-SEQ  PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-BUS-DATE  PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-DETAIL-CNT PIC ZZZZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-TRL-CNT   PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-T-HASH    PIC Z(14)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-TRL-HASH  PIC X(16).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-STATUS    PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-D-REASON    PIC X(40).
       01  RPT-TRL-CNT-ED      PIC ZZZZZZZZZ9.
       01  RPT-TRL-HASH-ED     PIC Z(15)9.
       01  RPT-MISS-HEAD.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(40) VALUE
               "EXPECTED BROKERS WITHOUT A FILE TODAY:".
       01  RPT-MISS-LINE.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-M-BROKER-ID PIC X(04).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-M-NAME      PIC X(40).
       01  RPT-NONE-LINE.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  FILLER          PIC X(30) VALUE
               "NONE - ALL EXPECTED FILES IN".
       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(15) VALUE "FILES RECEIVED=".
           05  RPT-T-FILES     PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE "  ACCEPTED=".
           05  RPT-T-ACCEPTED  PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE "  REJECTED=".
           05  RPT-T-REJECTED  PIC ZZZZ9.
           05  FILLER          PIC X(17) VALUE "  RECORDS MERGED=".
           05  RPT-T-MERGED    PIC Z(8)9.
           05  FILLER          PIC X(10) VALUE "  MISSING=".
           05  RPT-T-MISSING   PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE "  PRIOR-DAY=".
           05  RPT-T-PRIOR     PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-BROKER-FILES
           SORT SORT-FILE
               ON ASCENDING KEY SR-M02-KEY
               INPUT PROCEDURE IS 3000-RELEASE-ACCEPTED
               GIVING M02-FILE-OUT
           PERFORM 4000-PRINT-RECEIPT
           PERFORM 9000-TERMINATE
           IF WS-ACCEPT-CNT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1200-READ-BUSINESS-DATE
           PERFORM 1300-LOAD-EXPECTED
           OPEN INPUT  BROKER-FILE
           OPEN EXTEND EXCP-FILE
           OPEN OUTPUT CONS-RPT.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M02CONS ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.
      *
       1300-LOAD-EXPECTED.
           OPEN INPUT EXPB-FILE
           PERFORM 1310-READ-EXPECTED
           IF WS-EOF
               DISPLAY "M02CONS ABEND - M02EXPB CONTROL CARD "
                   "MISSING OR EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               IF EXPB-BROKER-ID NOT = SPACES
                   IF WS-EXP-CNT >= 500
                       DISPLAY "M02CONS ABEND - EXPECTED BROKER TABLE "
                           "FULL AT 500 ENTRIES, RAISE WS-EXP-ENTRY "
                           "OCCURS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-EXP-CNT
                   SET EXP-IDX TO WS-EXP-CNT
                   MOVE EXPB-BROKER-ID TO WS-EXP-BROKER-ID (EXP-IDX)
                   MOVE "N"            TO WS-EXP-RECEIVED (EXP-IDX)
               END-IF
               PERFORM 1310-READ-EXPECTED
           END-PERFORM
           CLOSE EXPB-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       1310-READ-EXPECTED.
           READ EXPB-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    第一遍：切檔並累計，檔尾（或截斷）時即檢核該檔。
      *    一檔自檔頭起至檔尾止；未見檔頭之明細/檔尾自成一檔並退回。
       2000-CHECK-BROKER-FILES.
           OPEN INPUT BRK-FILE-IN
           MOVE "N" TO WS-SEG-OPEN-SW
           PERFORM 2100-READ-BROKER-FILE
           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN BH-REC-TYPE = "H"
                       IF WS-SEG-OPEN
                           PERFORM 2500-CLOSE-SEGMENT
                       END-IF
                       PERFORM 2200-START-SEGMENT
                       MOVE "Y"              TO WS-SEG-HEADER-SW
                                                    (SEG-IDX)
                       MOVE BH-BROKER-ID     TO WS-SEG-BROKER-ID
                                                    (SEG-IDX)
                       IF BH-BUSINESS-DATE IS NUMERIC
                          AND BH-BUSINESS-DATE > ZERO
                           MOVE BH-BUSINESS-DATE TO WS-SEG-BUS-DATE
                                                        (SEG-IDX)
                           MOVE "Y" TO WS-SEG-DATE-OK-SW (SEG-IDX)
                       END-IF
                       IF BH-FILE-SEQ IS NUMERIC
                           MOVE BH-FILE-SEQ  TO WS-SEG-FILE-SEQ
                                                    (SEG-IDX)
                       END-IF
                   WHEN BT-REC-TYPE = "T"
                       IF NOT WS-SEG-OPEN
                           PERFORM 2200-START-SEGMENT
                       END-IF
                       MOVE "Y" TO WS-SEG-TRAILER-SW (SEG-IDX)
                       IF BT-RECORD-CNT IS NUMERIC
                           MOVE BT-RECORD-CNT TO WS-SEG-TRL-CNT
                                                     (SEG-IDX)
                       END-IF
                       IF BT-T-HASH IS NUMERIC
                           MOVE BT-T-HASH TO WS-SEG-TRL-HASH (SEG-IDX)
                       END-IF
                       PERFORM 2500-CLOSE-SEGMENT
                   WHEN OTHER
                       IF NOT WS-SEG-OPEN
                           PERFORM 2200-START-SEGMENT
                       END-IF
                       PERFORM 2300-ACCUMULATE-DETAIL
               END-EVALUATE
               PERFORM 2100-READ-BROKER-FILE
           END-PERFORM
           IF WS-SEG-OPEN
               PERFORM 2500-CLOSE-SEGMENT
           END-IF
           CLOSE BRK-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-BROKER-FILE.
           READ BRK-FILE-IN
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-READ-CNT
           END-READ.
      *
       2200-START-SEGMENT.
           IF WS-SEG-CNT >= 2000
               DISPLAY "M02CONS ABEND - BROKER FILE TABLE FULL AT "
                   "2000 ENTRIES, RAISE WS-SEG-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SEG-CNT
           SET SEG-IDX TO WS-SEG-CNT
           MOVE SPACES TO WS-SEG-BROKER-ID (SEG-IDX)
           MOVE ZERO   TO WS-SEG-BUS-DATE (SEG-IDX)
           MOVE ZERO   TO WS-SEG-FILE-SEQ (SEG-IDX)
           MOVE "N"    TO WS-SEG-HEADER-SW (SEG-IDX)
           MOVE "N"    TO WS-SEG-DATE-OK-SW (SEG-IDX)
           MOVE "N"    TO WS-SEG-TRAILER-SW (SEG-IDX)
           MOVE ZERO   TO WS-SEG-DETAIL-CNT (SEG-IDX)
           MOVE ZERO   TO WS-SEG-T-HASH (SEG-IDX)
           MOVE ZERO   TO WS-SEG-TRL-CNT (SEG-IDX)
           MOVE ZERO   TO WS-SEG-TRL-HASH (SEG-IDX)
           MOVE ZERO   TO WS-SEG-OTHER-BRK (SEG-IDX)
           MOVE ZERO   TO WS-SEG-BAD-NUMERIC (SEG-IDX)
           MOVE SPACES TO WS-SEG-STATUS (SEG-IDX)
           MOVE SPACES TO WS-SEG-REASON (SEG-IDX)
           MOVE "Y"    TO WS-SEG-OPEN-SW.
      *
       2300-ACCUMULATE-DETAIL.
           ADD 1 TO WS-SEG-DETAIL-CNT (SEG-IDX)
           IF T-STOCK-NOS IS NUMERIC
               ADD T-STOCK-NOS TO WS-SEG-T-HASH (SEG-IDX)
           ELSE
               ADD 1 TO WS-SEG-BAD-NUMERIC (SEG-IDX)
           END-IF
           IF BROKER-ID NOT = WS-SEG-BROKER-ID (SEG-IDX)
               ADD 1 TO WS-SEG-OTHER-BRK (SEG-IDX)
           END-IF.
      *
      *    依序檢核，第一個不符者即為退回原因。前日來檔已於當日
      *    檢核處理，僅計數列示；檔頭營業日無效者不得視為前日檔，
      *    先予退回。
       2500-CLOSE-SEGMENT.
           MOVE "N" TO WS-SEG-OPEN-SW
           MOVE "R" TO WS-SEG-STATUS (SEG-IDX)
           EVALUATE TRUE
               WHEN WS-SEG-HEADER-SW (SEG-IDX) = "N"
                   MOVE "NO HEADER RECORD"
                       TO WS-SEG-REASON (SEG-IDX)
               WHEN NOT WS-SEG-DATE-OK (SEG-IDX)
                   MOVE "HEADER DATE NOT NUMERIC OR ZERO"
                       TO WS-SEG-REASON (SEG-IDX)
               WHEN WS-SEG-BUS-DATE (SEG-IDX) < WS-BUSINESS-DATE
                   MOVE "P" TO WS-SEG-STATUS (SEG-IDX)
                   MOVE "PRIOR DAY FILE - TAKEN IN ON ITS DATE"
                       TO WS-SEG-REASON (SEG-IDX)
               WHEN WS-SEG-TRAILER-SW (SEG-IDX) = "N"
                   MOVE "NO TRAILER - FILE TRUNCATED"
                       TO WS-SEG-REASON (SEG-IDX)
               WHEN WS-SEG-BUS-DATE (SEG-IDX) NOT = WS-BUSINESS-DATE
                   MOVE "HEADER DATE IS NOT THE BUSINESS DATE"
                       TO WS-SEG-REASON (SEG-IDX)
               WHEN OTHER
                   PERFORM 2510-CHECK-BROKER
           END-EVALUATE
           IF WS-SEG-STATUS (SEG-IDX) = "R"
              AND WS-SEG-REASON (SEG-IDX) = SPACES
               PERFORM 2520-CHECK-CONTENTS
           END-IF
           EVALUATE TRUE
               WHEN WS-SEG-PRIOR-DAY (SEG-IDX)
                   ADD 1 TO WS-PRIOR-CNT
               WHEN WS-SEG-REJECTED (SEG-IDX)
                   ADD 1 TO WS-REJECT-CNT
                   PERFORM 2600-WRITE-REJECT-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-ACCEPT-CNT
                   ADD WS-SEG-DETAIL-CNT (SEG-IDX) TO WS-MERGED-CNT
           END-EVALUATE.
      *
       2510-CHECK-BROKER.
           MOVE WS-SEG-BROKER-ID (SEG-IDX) TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE 'N' TO WS-BRK-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-BRK-STATUS-SW
           END-READ
           IF NOT WS-BRK-FOUND
               MOVE "HEADER BROKER NOT ON BRKMSTR"
                   TO WS-SEG-REASON (SEG-IDX)
               EXIT PARAGRAPH
           END-IF
           IF NOT BRKM-ACTIVE
              OR (BRKM-AGREE-EXPIRY NOT = ZERO
                  AND BRKM-AGREE-EXPIRY < WS-BUSINESS-DATE)
               MOVE "HEADER BROKER NOT AN ACTIVE PARTICIPANT"
                   TO WS-SEG-REASON (SEG-IDX)
               EXIT PARAGRAPH
           END-IF
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING SEG-IDX2 FROM 1 BY 1
                   UNTIL SEG-IDX2 >= SEG-IDX
               IF WS-SEG-ACCEPTED (SEG-IDX2)
                  AND WS-SEG-BROKER-ID (SEG-IDX2)
                          = WS-SEG-BROKER-ID (SEG-IDX)
                  AND WS-SEG-FILE-SEQ (SEG-IDX2)
                          = WS-SEG-FILE-SEQ (SEG-IDX)
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND
               MOVE "FILE SEQUENCE ALREADY RECEIVED TODAY"
                   TO WS-SEG-REASON (SEG-IDX)
           END-IF.
      *
       2520-CHECK-CONTENTS.
           EVALUATE TRUE
               WHEN WS-SEG-TRL-CNT (SEG-IDX)
                       NOT = WS-SEG-DETAIL-CNT (SEG-IDX)
                   MOVE "TRAILER RECORD COUNT DOES NOT AGREE"
                       TO WS-SEG-REASON (SEG-IDX)
               WHEN WS-SEG-BAD-NUMERIC (SEG-IDX) > ZERO
                   MOVE "T-STOCK-NOS NOT NUMERIC ON DETAIL"
                       TO WS-SEG-REASON (SEG-IDX)
               WHEN WS-SEG-TRL-HASH (SEG-IDX)
                       NOT = WS-SEG-T-HASH (SEG-IDX)
                   MOVE "TRAILER T-STOCK-NOS HASH DOES NOT AGREE"
                       TO WS-SEG-REASON (SEG-IDX)
               WHEN WS-SEG-OTHER-BRK (SEG-IDX) > ZERO
                   MOVE "DETAIL BROKER-ID DIFFERS FROM HEADER"
                       TO WS-SEG-REASON (SEG-IDX)
               WHEN OTHER
                   MOVE "A" TO WS-SEG-STATUS (SEG-IDX)
           END-EVALUATE.
      *
       2600-WRITE-REJECT-EXCEPTION.
           MOVE SPACES    TO EXCEPTION-REC
           MOVE "M02CONS" TO EXCP-SOURCE-PGM
           STRING WS-SEG-BROKER-ID (SEG-IDX) " FILE "
                  WS-SEG-FILE-SEQ (SEG-IDX)
               DELIMITED BY SIZE INTO EXCP-KEY
           END-STRING
           MOVE "H"       TO EXCP-SEVERITY
           STRING "BROKER M02 FILE REJECTED - "
                  WS-SEG-REASON (SEG-IDX)
               DELIMITED BY SIZE INTO EXCP-TEXT
           END-STRING
           PERFORM 8700-WRITE-EXCEPTION-REC.
      *
      *    第二遍：依第一遍同一切檔規則重讀，僅放行合格檔之明細
      *    進入排序。
       3000-RELEASE-ACCEPTED.
           OPEN INPUT BRK-FILE-IN
           MOVE ZERO TO WS-SEG-NO
           MOVE "N"  TO WS-SEG-OPEN-SW
           PERFORM 2100-READ-BROKER-FILE
           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN BH-REC-TYPE = "H"
                       ADD 1 TO WS-SEG-NO
                       MOVE "Y" TO WS-SEG-OPEN-SW
                   WHEN BT-REC-TYPE = "T"
                       IF NOT WS-SEG-OPEN
                           ADD 1 TO WS-SEG-NO
                       END-IF
                       MOVE "N" TO WS-SEG-OPEN-SW
                   WHEN OTHER
                       IF NOT WS-SEG-OPEN
                           ADD 1 TO WS-SEG-NO
                           MOVE "Y" TO WS-SEG-OPEN-SW
                       END-IF
                       SET SEG-IDX TO WS-SEG-NO
                       IF WS-SEG-ACCEPTED (SEG-IDX)
                           RELEASE SORT-REC FROM M02
                       END-IF
               END-EVALUATE
               PERFORM 2100-READ-BROKER-FILE
           END-PERFORM
           CLOSE BRK-FILE-IN.
      *
       4000-PRINT-RECEIPT.
           MOVE SPACES           TO RPT-LINE
           MOVE WS-BUSINESS-DATE TO RPT-H-BUS-DATE
           MOVE RPT-HEAD-LINE    TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD     TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-CNT
               PERFORM 4100-PRINT-ONE-FILE
           END-PERFORM
           MOVE SPACES        TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-MISS-HEAD TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-CNT
               IF WS-EXP-RECEIVED (EXP-IDX) = "N"
                   PERFORM 4200-PRINT-MISSING
               END-IF
           END-PERFORM
           IF WS-MISSING-CNT = ZERO
               MOVE RPT-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES        TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SEG-CNT    TO RPT-T-FILES
           MOVE WS-ACCEPT-CNT TO RPT-T-ACCEPTED
           MOVE WS-REJECT-CNT TO RPT-T-REJECTED
           MOVE WS-MERGED-CNT TO RPT-T-MERGED
           MOVE WS-MISSING-CNT TO RPT-T-MISSING
           MOVE WS-PRIOR-CNT  TO RPT-T-PRIOR
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    合格檔之券商標為已到檔；不在應送清單者照收，另註明。
       4100-PRINT-ONE-FILE.
           MOVE SPACES                       TO RPT-LINE
           SET WS-SEG-SAVE                   TO SEG-IDX
           MOVE WS-SEG-SAVE                  TO RPT-D-SEG-NO
           MOVE WS-SEG-BROKER-ID (SEG-IDX)   TO RPT-D-BROKER-ID
           MOVE WS-SEG-DETAIL-CNT (SEG-IDX)  TO RPT-D-DETAIL-CNT
           MOVE WS-SEG-T-HASH (SEG-IDX)      TO RPT-D-T-HASH
           MOVE WS-SEG-STATUS (SEG-IDX)      TO RPT-D-STATUS
           MOVE WS-SEG-REASON (SEG-IDX)      TO RPT-D-REASON
           IF WS-SEG-HEADER-SW (SEG-IDX) = "Y"
               MOVE WS-SEG-FILE-SEQ (SEG-IDX) TO RPT-D-FILE-SEQ
               MOVE WS-SEG-BUS-DATE (SEG-IDX) TO RPT-D-BUS-DATE
           ELSE
               MOVE SPACES TO RPT-D-FILE-SEQ
               MOVE SPACES TO RPT-D-BUS-DATE
           END-IF
           IF WS-SEG-TRAILER-SW (SEG-IDX) = "Y"
               MOVE WS-SEG-TRL-CNT (SEG-IDX)  TO RPT-TRL-CNT-ED
               MOVE RPT-TRL-CNT-ED            TO RPT-D-TRL-CNT
               MOVE WS-SEG-TRL-HASH (SEG-IDX) TO RPT-TRL-HASH-ED
               MOVE RPT-TRL-HASH-ED           TO RPT-D-TRL-HASH
           ELSE
               MOVE SPACES TO RPT-D-TRL-CNT
               MOVE SPACES TO RPT-D-TRL-HASH
           END-IF
           IF WS-SEG-ACCEPTED (SEG-IDX)
               SET WS-FOUND-SW TO 'N'
               PERFORM VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > WS-EXP-CNT
                   IF WS-EXP-BROKER-ID (EXP-IDX)
                           = WS-SEG-BROKER-ID (SEG-IDX)
                       MOVE "Y" TO WS-EXP-RECEIVED (EXP-IDX)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   MOVE "ACCEPTED - NOT ON EXPECTED LIST"
                       TO RPT-D-REASON
               END-IF
           END-IF
           MOVE RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    已送檔但被退回者仍列為未到檔（當日無可用資料）。
       4200-PRINT-MISSING.
           ADD 1 TO WS-MISSING-CNT
           MOVE SPACES                     TO RPT-LINE
           MOVE WS-EXP-BROKER-ID (EXP-IDX) TO RPT-M-BROKER-ID
           MOVE WS-EXP-BROKER-ID (EXP-IDX) TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE "*** NOT ON BRKMSTR ***"
                                   TO RPT-M-NAME
               NOT INVALID KEY MOVE BRKM-NAME TO RPT-M-NAME
           END-READ
           MOVE RPT-MISS-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES    TO EXCEPTION-REC
           MOVE "M02CONS" TO EXCP-SOURCE-PGM
           MOVE WS-EXP-BROKER-ID (EXP-IDX) TO EXCP-KEY
           MOVE "M"       TO EXCP-SEVERITY
           MOVE "EXPECTED BROKER M02 FILE NOT RECEIVED OR NOT USABLE"
               TO EXCP-TEXT
           PERFORM 8700-WRITE-EXCEPTION-REC.
      *
       8700-WRITE-EXCEPTION-REC.
           MOVE "U"    TO EXCP-STATUS
           MOVE SPACES TO EXCP-ACK-ID
           MOVE ZERO   TO EXCP-ACK-DATE
           WRITE EXCEPTION-REC.
      *
       9000-TERMINATE.
           CLOSE BROKER-FILE
           CLOSE EXCP-FILE
           CLOSE CONS-RPT
           DISPLAY "M02CONS RECORDS-READ=" WS-READ-CNT
               " FILES=" WS-SEG-CNT
               " ACCEPTED=" WS-ACCEPT-CNT
               " REJECTED=" WS-REJECT-CNT
               " MERGED=" WS-MERGED-CNT
               " MISSING=" WS-MISSING-CNT
               " PRIOR-DAY=" WS-PRIOR-CNT.
