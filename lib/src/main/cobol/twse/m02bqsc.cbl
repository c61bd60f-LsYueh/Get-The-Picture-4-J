      * 檔案名稱：M02BQSC
      *---------------------------------------------------------------
      * 券商月結作業品質評分表
      * 依評分月份控制卡（SCRDPARM，YYYYMM）取截至該月之 12 個月
      * 區間，彙總各券商造成本公司作業負擔之事件：
      *   券商品質事件歷史檔（BRKQEVT）- 內部編審退件（M02BRET）、
      *     TWSE 退件（M02ACKM）、交割違約（M02CNFM）、資金短收
      *     （M02BNKC）、信用閘門攔下（M02CRDT）；重跑重複附加者
      *     以事件鍵值經索引工作檔（BQSCWORK）去重；
      *   檢核通過申報活動歷史檔（ACTHIST）- 申報量（通過筆數加
      *     內部編審退件筆數）及現金替代（短缺部位）筆數；
      *   應收帳款明細帳（ARMSTR）- 評分月底仍未收清且立帳逾 30
      *     日者計遲付、部分收款者計短付。明細帳為現況檔，此二項
      *     僅計入評分當月，不回溯趨勢。
      * 每券商列當月各類件數與每百筆申報之發生率、現行信用額度
      * （BRKLIMIT）及 12 個月總發生率趨勢，依當月總發生率由高
      * 至低排列（無申報量而有事件者視為最高）。供業務關係部門
      * 季度檢討及調降信用額度之依據。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02BQSC.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "SCRDPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUAL-EVENT-FILE ASSIGN TO "BRKQEVT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QEVT-WORK-FILE ASSIGN TO "BQSCWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QW-EVENT-KEY.
           SELECT OPTIONAL ACTH-FILE ASSIGN TO "ACTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-SUB-FILE ASSIGN TO "ARMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIMIT-FILE-IN ASSIGN TO "BRKLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BQSC-RPT     ASSIGN TO "M02HRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BROKER-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRKM-BROKER-ID.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-SCORE-MONTH PIC 9(06).
      *
       FD  QUAL-EVENT-FILE
           RECORDING MODE IS F.
           COPY "brkqevt.cpy".
      *
       FD  QEVT-WORK-FILE
           RECORDING MODE IS F.
       01  QEVT-WORK-REC.
           05  QW-EVENT-KEY    PIC X(37).
      *
       FD  ACTH-FILE
           RECORDING MODE IS F.
           COPY "m02acth.cpy".
      *
       FD  AR-SUB-FILE
           RECORDING MODE IS F.
           COPY "arsub.cpy".
      *
       FD  LIMIT-FILE-IN
           RECORDING MODE IS F.
           COPY "brklimit.cpy".
      *
       FD  BQSC-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  BROKER-FILE
           RECORDING MODE IS F.
           COPY "brkmstr.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-BRK-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-BRK-FOUND          VALUE 'Y'.
           05  WS-DUP-SW       PIC X(01) VALUE 'N'.
               88  WS-DUP-EVENT          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-EVT-READ-CNT PIC 9(07) VALUE ZERO.
           05  WS-EVT-DUP-CNT  PIC 9(07) VALUE ZERO.
           05  WS-EVT-USED-CNT PIC 9(07) VALUE ZERO.
           05  WS-ACTH-READ-CNT PIC 9(07) VALUE ZERO.
           05  WS-AR-READ-CNT  PIC 9(07) VALUE ZERO.
      *
      *    評分月份及 12 個月區間：月序 = 西元年 * 12 + 月 - 1，
      *    事件月序減區間起月序加 1 即為月別註標（1 = 最舊月）。
       01  WS-SCORE-MONTH      PIC 9(06) VALUE ZERO.
       01  WS-SCORE-MONTH-R REDEFINES WS-SCORE-MONTH.
           05  WS-SCORE-YYYY   PIC 9(04).
           05  WS-SCORE-MM     PIC 9(02).
       01  WS-WORK-DATE        PIC 9(08) VALUE ZERO.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY    PIC 9(04).
           05  WS-WORK-MM      PIC 9(02).
           05  WS-WORK-DD      PIC 9(02).
       01  WS-FIRST-ORD        PIC 9(06) VALUE ZERO.
       01  WS-WORK-ORD         PIC 9(06) VALUE ZERO.
       01  WS-MON-SUB          PIC S9(08) COMP VALUE ZERO.
       01  WS-TRD-SUB          PIC S9(04) COMP VALUE ZERO.
       01  WS-MONTH-END        PIC 9(08) VALUE ZERO.
       01  WS-MONTH-END-INT    PIC 9(08) VALUE ZERO.
       01  WS-AR-AGE-DAYS      PIC S9(08) VALUE ZERO.
       01  WS-LOOK-BROKER      PIC X(04) VALUE SPACES.
       01  WS-RANK             PIC 9(05) VALUE ZERO.
       01  WS-INCIDENTS        PIC 9(07) VALUE ZERO.
       01  WS-RATE             PIC 9(03)V99 VALUE ZERO.
       01  WS-RATE-NUM         PIC 9(07) VALUE ZERO.
       01  WS-RATE-WORK        PIC 9(09)V99 VALUE ZERO.
       01  WS-WORST-CNT        PIC 9(05) VALUE ZERO.
      *
       01  WS-WINDOW-TABLE.
           05  WS-WIN-MONTH    PIC 9(06) OCCURS 12 TIMES.
      *
      *    券商累計：月別 1-12（12 = 評分月）；遲付/短付僅評分月。
       01  WS-BRK-TABLE.
           05  WS-BRK-CNT      PIC 9(05) VALUE ZERO.
           05  WS-BRK-ENTRY OCCURS 500 TIMES
                   INDEXED BY BRK-IDX, BR2-IDX.
               10  WS-BRK-SCORE    PIC 9(03)V99.
               10  WS-BRK-BROKER-ID PIC X(04).
               10  WS-BRK-HAS-LIMIT PIC X(01).
               10  WS-BRK-LIMIT    PIC 9(13)V99.
               10  WS-BRK-LATE-AR  PIC 9(05).
               10  WS-BRK-SHORT-AR PIC 9(05).
               10  WS-BRK-MONTH OCCURS 12 TIMES INDEXED BY MON-IDX.
                   15  WS-BM-VOLUME    PIC 9(07).
                   15  WS-BM-EDIT      PIC 9(05).
                   15  WS-BM-TWSE      PIC 9(05).
                   15  WS-BM-FAIL      PIC 9(05).
                   15  WS-BM-SHORT     PIC 9(05).
                   15  WS-BM-CREDIT    PIC 9(05).
                   15  WS-BM-LIEU      PIC 9(05).
       01  WS-BRK-SWAP         PIC X(479).
      *
       01  RPT-HEAD-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(36) VALUE
               "MONTHLY BROKER QUALITY SCORECARD FOR".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-H-MONTH     PIC 9(06).
           05  FILLER          PIC X(35) VALUE
               "  (WORST FIRST, RATE PER 100 SUBM)".
       01  RPT-WINDOW-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(16) VALUE "TREND WINDOW   ".
           05  RPT-W-FROM      PIC 9(06).
           05  FILLER          PIC X(04) VALUE " TO ".
           05  RPT-W-TO        PIC 9(06).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(44) VALUE
               " RANK BRKR NAME                    SUBMITTED".
           05  FILLER          PIC X(49) VALUE
               "  EDIT  TWSE  FAIL SHORT CREDT  LIEU LATEAR SHTAR".
           05  FILLER          PIC X(31) VALUE
               "   TOTAL   RATE    CREDIT LIMIT".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-RANK        PIC Z(3)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BROKER-ID   PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-NAME        PIC X(24).
           05  RPT-VOLUME      PIC Z(8)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-EDIT        PIC Z(4)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TWSE        PIC Z(4)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-FAIL        PIC Z(4)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-SHORT       PIC Z(4)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-CREDIT      PIC Z(4)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-LIEU        PIC Z(4)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-LATE-AR     PIC Z(4)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-SHORT-AR    PIC Z(4)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOTAL       PIC Z(6)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-RATE        PIC ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-LIMIT       PIC Z(12)9.99.
           05  RPT-LIMIT-X REDEFINES RPT-LIMIT PIC X(16).
       01  RPT-RATE-LINE.
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(28) VALUE "RATE PER 100 SUBMITTED".
           05  RPT-R-EDIT      PIC ZZ9.99.
           05  RPT-R-TWSE      PIC ZZ9.99.
           05  RPT-R-FAIL      PIC ZZ9.99.
           05  RPT-R-SHORT     PIC ZZ9.99.
           05  RPT-R-CREDIT    PIC ZZ9.99.
           05  RPT-R-LIEU      PIC ZZ9.99.
       01  RPT-TREND-LINE.
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "12-MONTH TREND ".
           05  RPT-TREND-ENTRY OCCURS 12 TIMES.
               10  RPT-T-FILL  PIC X(02).
               10  RPT-T-RATE  PIC ZZ9.99.
       01  RPT-TREND-HEAD.
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "TREND MONTHS   ".
           05  RPT-TREND-MON   OCCURS 12 TIMES.
               10  RPT-M-FILL  PIC X(02).
               10  RPT-T-MONTH PIC 9(06).
       01  RPT-FOOT-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE "BROKERS= ".
           05  RPT-F-BROKERS   PIC Z(4)9.
           05  FILLER          PIC X(18) VALUE "  RATE OVER 5.00= ".
           05  RPT-F-WORST     PIC Z(4)9.
           05  FILLER          PIC X(15) VALUE "  EVENTS USED= ".
           05  RPT-F-EVENTS    PIC Z(6)9.
           05  FILLER          PIC X(14) VALUE "  DUPLICATES= ".
           05  RPT-F-DUPS      PIC Z(6)9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EVENTS
           PERFORM 3000-LOAD-ACTIVITY
           PERFORM 4000-LOAD-RECEIVABLES
           PERFORM 4500-LOAD-CREDIT-LIMITS
           PERFORM 5000-SCORE-BROKERS
           PERFORM 6000-PRINT-SCORECARD
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "M02BQSC ABEND - SCRDPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-SCORE-MONTH TO WS-SCORE-MONTH
           CLOSE PARM-FILE-IN
           IF WS-SCORE-MM < 1 OR WS-SCORE-MM > 12
               DISPLAY "M02BQSC ABEND - SCRDPARM MONTH " WS-SCORE-MONTH
                   " IS NOT A VALID YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FIRST-ORD = WS-SCORE-YYYY * 12
                                + WS-SCORE-MM - 1 - 11
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > 12
               COMPUTE WS-WORK-ORD = WS-FIRST-ORD + WS-MON-SUB - 1
               DIVIDE WS-WORK-ORD BY 12 GIVING WS-WORK-YYYY
                   REMAINDER WS-WORK-MM
               ADD 1 TO WS-WORK-MM
               COMPUTE WS-WIN-MONTH (WS-MON-SUB) =
                   WS-WORK-YYYY * 100 + WS-WORK-MM
           END-PERFORM
      *    評分月底 = 次月一日前一日；遲付帳齡以此計算。
           MOVE WS-SCORE-YYYY TO WS-WORK-YYYY
           MOVE WS-SCORE-MM   TO WS-WORK-MM
           MOVE 1             TO WS-WORK-DD
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YYYY
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS-MONTH-END-INT)
               TO WS-MONTH-END
           OPEN OUTPUT QEVT-WORK-FILE
           CLOSE QEVT-WORK-FILE
           OPEN I-O    QEVT-WORK-FILE
           OPEN OUTPUT BQSC-RPT
           OPEN INPUT  BROKER-FILE.
      *
      *    事件檔依附加順序到檔；評分區間外者略過，重複者去重。
       2000-LOAD-EVENTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QUAL-EVENT-FILE
           PERFORM 2100-READ-EVENT
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-EVT-READ-CNT
               MOVE BQE-EVENT-DATE TO WS-WORK-DATE
               PERFORM 8100-MONTH-SUBSCRIPT
               IF WS-MON-SUB >= 1 AND WS-MON-SUB <= 12
                   PERFORM 2200-CHECK-DUPLICATE
                   IF NOT WS-DUP-EVENT
                       ADD 1 TO WS-EVT-USED-CNT
                       MOVE BQE-BROKER-ID TO WS-LOOK-BROKER
                       PERFORM 8000-FIND-OR-ADD-BROKER
                       SET MON-IDX TO WS-MON-SUB
                       EVALUATE TRUE
                           WHEN BQE-EDIT-REJECT
                               ADD 1 TO WS-BM-EDIT (BRK-IDX, MON-IDX)
                               ADD 1 TO WS-BM-VOLUME (BRK-IDX, MON-IDX)
                           WHEN BQE-TWSE-REJECT
                               ADD 1 TO WS-BM-TWSE (BRK-IDX, MON-IDX)
                           WHEN BQE-SETTLE-FAIL
                               ADD 1 TO WS-BM-FAIL (BRK-IDX, MON-IDX)
                           WHEN BQE-SHORT-PAYMENT
                               ADD 1 TO WS-BM-SHORT (BRK-IDX, MON-IDX)
                           WHEN BQE-CREDIT-REFUSAL
                               ADD 1
                                   TO WS-BM-CREDIT (BRK-IDX, MON-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
               PERFORM 2100-READ-EVENT
           END-PERFORM
           CLOSE QUAL-EVENT-FILE.
      *
       2100-READ-EVENT.
           READ QUAL-EVENT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-SW
           MOVE BQE-EVENT-KEY TO QW-EVENT-KEY
           WRITE QEVT-WORK-REC
               INVALID KEY
                   SET WS-DUP-EVENT TO TRUE
                   ADD 1 TO WS-EVT-DUP-CNT
           END-WRITE.
      *
      *    申報量：檢核通過者取 ACTHIST；內部編審退件於 2000 已計入。
       3000-LOAD-ACTIVITY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACTH-FILE
           PERFORM 3100-READ-ACTIVITY
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-ACTH-READ-CNT
               MOVE ACTH-TX-DATE TO WS-WORK-DATE
               PERFORM 8100-MONTH-SUBSCRIPT
               IF WS-MON-SUB >= 1 AND WS-MON-SUB <= 12
                   MOVE ACTH-BROKER-ID TO WS-LOOK-BROKER
                   PERFORM 8000-FIND-OR-ADD-BROKER
                   SET MON-IDX TO WS-MON-SUB
                   ADD 1 TO WS-BM-VOLUME (BRK-IDX, MON-IDX)
                   IF ACTH-CASH-IN-LIEU NOT = SPACE
                      AND ACTH-CASH-IN-LIEU NOT = "N"
                       ADD 1 TO WS-BM-LIEU (BRK-IDX, MON-IDX)
                   END-IF
               END-IF
               PERFORM 3100-READ-ACTIVITY
           END-PERFORM
           CLOSE ACTH-FILE.
      *
       3100-READ-ACTIVITY.
           READ ACTH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    應收帳款：評分月底前立帳、仍未收清者方計；逾 30 日計
      *    遲付，已收部分款項者計短付（同一筆可兩者皆計）。
       4000-LOAD-RECEIVABLES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AR-SUB-FILE
           PERFORM 4100-READ-RECEIVABLE
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-AR-READ-CNT
               IF AR-OPEN
                  AND AR-BOOK-DATE NOT > WS-MONTH-END
                  AND AR-BOOK-DATE > ZERO
                   MOVE AR-BROKER-ID TO WS-LOOK-BROKER
                   PERFORM 8000-FIND-OR-ADD-BROKER
                   COMPUTE WS-AR-AGE-DAYS = WS-MONTH-END-INT
                       - FUNCTION INTEGER-OF-DATE (AR-BOOK-DATE)
                   IF WS-AR-AGE-DAYS > 30
                       ADD 1 TO WS-BRK-LATE-AR (BRK-IDX)
                   END-IF
                   IF AR-PAID-AMT > ZERO
                      AND AR-PAID-AMT < AR-INVOICE-AMT
                       ADD 1 TO WS-BRK-SHORT-AR (BRK-IDX)
                   END-IF
               END-IF
               PERFORM 4100-READ-RECEIVABLE
           END-PERFORM
           CLOSE AR-SUB-FILE.
      *
       4100-READ-RECEIVABLE.
           READ AR-SUB-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    現行信用額度僅供參考列印；無事件亦無申報之券商不列。
       4500-LOAD-CREDIT-LIMITS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LIMIT-FILE-IN
           PERFORM 4600-READ-LIMIT
           PERFORM UNTIL WS-EOF
               SET WS-FOUND-SW TO 'N'
               PERFORM VARYING BRK-IDX FROM 1 BY 1
                       UNTIL BRK-IDX > WS-BRK-CNT
                   IF WS-BRK-BROKER-ID (BRK-IDX) = BKL-BROKER-ID
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   MOVE "Y"           TO WS-BRK-HAS-LIMIT (BRK-IDX)
                   MOVE BKL-LIMIT-AMT TO WS-BRK-LIMIT (BRK-IDX)
               END-IF
               PERFORM 4600-READ-LIMIT
           END-PERFORM
           CLOSE LIMIT-FILE-IN.
      *
       4600-READ-LIMIT.
           READ LIMIT-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    當月總發生率為排序鍵；依此由高至低排序（比照 M02BSTM
      *    之表內排序，鍵值置於表項首欄）。
       5000-SCORE-BROKERS.
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > WS-BRK-CNT
               SET MON-IDX TO 12
               PERFORM 8200-MONTH-INCIDENTS
               ADD WS-BRK-LATE-AR (BRK-IDX)  TO WS-INCIDENTS
               ADD WS-BRK-SHORT-AR (BRK-IDX) TO WS-INCIDENTS
               MOVE WS-INCIDENTS TO WS-RATE-NUM
               PERFORM 8300-COMPUTE-RATE
               MOVE WS-RATE TO WS-BRK-SCORE (BRK-IDX)
               IF WS-RATE > 5
                   ADD 1 TO WS-WORST-CNT
               END-IF
           END-PERFORM
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > WS-BRK-CNT
               PERFORM VARYING BR2-IDX FROM 1 BY 1
                       UNTIL BR2-IDX >= WS-BRK-CNT
                   IF WS-BRK-SCORE (BR2-IDX)
                           < WS-BRK-SCORE (BR2-IDX + 1)
                      OR (WS-BRK-SCORE (BR2-IDX)
                           = WS-BRK-SCORE (BR2-IDX + 1)
                          AND WS-BRK-BROKER-ID (BR2-IDX)
                           > WS-BRK-BROKER-ID (BR2-IDX + 1))
                       MOVE WS-BRK-ENTRY (BR2-IDX) TO WS-BRK-SWAP
                       MOVE WS-BRK-ENTRY (BR2-IDX + 1)
                           TO WS-BRK-ENTRY (BR2-IDX)
                       MOVE WS-BRK-SWAP TO WS-BRK-ENTRY (BR2-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       6000-PRINT-SCORECARD.
           MOVE WS-SCORE-MONTH TO RPT-H-MONTH
           MOVE RPT-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-WIN-MONTH (1)  TO RPT-W-FROM
           MOVE WS-WIN-MONTH (12) TO RPT-W-TO
           MOVE RPT-WINDOW-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > 12
               MOVE SPACES TO RPT-M-FILL (WS-MON-SUB)
               MOVE WS-WIN-MONTH (WS-MON-SUB)
                   TO RPT-T-MONTH (WS-MON-SUB)
           END-PERFORM
           MOVE RPT-TREND-HEAD TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-RANK
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > WS-BRK-CNT
               ADD 1 TO WS-RANK
               PERFORM 6100-PRINT-BROKER
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BRK-CNT      TO RPT-F-BROKERS
           MOVE WS-WORST-CNT    TO RPT-F-WORST
           MOVE WS-EVT-USED-CNT TO RPT-F-EVENTS
           MOVE WS-EVT-DUP-CNT  TO RPT-F-DUPS
           MOVE RPT-FOOT-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
       6100-PRINT-BROKER.
           MOVE WS-BRK-BROKER-ID (BRK-IDX) TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE 'N' TO WS-BRK-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-BRK-STATUS-SW
           END-READ
           IF NOT WS-BRK-FOUND
               MOVE "** NOT ON PARTICIPANT MASTER **" TO BRKM-NAME
           END-IF
           SET MON-IDX TO 12
           PERFORM 8200-MONTH-INCIDENTS
           ADD WS-BRK-LATE-AR (BRK-IDX)  TO WS-INCIDENTS
           ADD WS-BRK-SHORT-AR (BRK-IDX) TO WS-INCIDENTS
           MOVE SPACES                      TO RPT-LINE
           MOVE WS-RANK                     TO RPT-RANK
           MOVE WS-BRK-BROKER-ID (BRK-IDX)  TO RPT-BROKER-ID
           MOVE BRKM-NAME                   TO RPT-NAME
           MOVE WS-BM-VOLUME (BRK-IDX, 12)  TO RPT-VOLUME
           MOVE WS-BM-EDIT (BRK-IDX, 12)    TO RPT-EDIT
           MOVE WS-BM-TWSE (BRK-IDX, 12)    TO RPT-TWSE
           MOVE WS-BM-FAIL (BRK-IDX, 12)    TO RPT-FAIL
           MOVE WS-BM-SHORT (BRK-IDX, 12)   TO RPT-SHORT
           MOVE WS-BM-CREDIT (BRK-IDX, 12)  TO RPT-CREDIT
           MOVE WS-BM-LIEU (BRK-IDX, 12)    TO RPT-LIEU
           MOVE WS-BRK-LATE-AR (BRK-IDX)    TO RPT-LATE-AR
           MOVE WS-BRK-SHORT-AR (BRK-IDX)   TO RPT-SHORT-AR
           MOVE WS-INCIDENTS                TO RPT-TOTAL
           MOVE WS-BRK-SCORE (BRK-IDX)      TO RPT-RATE
           IF WS-BRK-HAS-LIMIT (BRK-IDX) = "Y"
               MOVE WS-BRK-LIMIT (BRK-IDX)  TO RPT-LIMIT
           ELSE
               MOVE "        NO LIMIT"      TO RPT-LIMIT-X
           END-IF
           MOVE RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
      *    各類發生率（評分月）
           MOVE WS-BM-EDIT (BRK-IDX, 12) TO WS-RATE-NUM
           PERFORM 8300-COMPUTE-RATE
           MOVE WS-RATE TO RPT-R-EDIT
           MOVE WS-BM-TWSE (BRK-IDX, 12) TO WS-RATE-NUM
           PERFORM 8300-COMPUTE-RATE
           MOVE WS-RATE TO RPT-R-TWSE
           MOVE WS-BM-FAIL (BRK-IDX, 12) TO WS-RATE-NUM
           PERFORM 8300-COMPUTE-RATE
           MOVE WS-RATE TO RPT-R-FAIL
           MOVE WS-BM-SHORT (BRK-IDX, 12) TO WS-RATE-NUM
           PERFORM 8300-COMPUTE-RATE
           MOVE WS-RATE TO RPT-R-SHORT
           MOVE WS-BM-CREDIT (BRK-IDX, 12) TO WS-RATE-NUM
           PERFORM 8300-COMPUTE-RATE
           MOVE WS-RATE TO RPT-R-CREDIT
           MOVE WS-BM-LIEU (BRK-IDX, 12) TO WS-RATE-NUM
           PERFORM 8300-COMPUTE-RATE
           MOVE WS-RATE TO RPT-R-LIEU
           MOVE RPT-RATE-LINE TO RPT-LINE
           WRITE RPT-LINE
      *    12 個月總發生率趨勢（不含僅計評分月之遲付/短付）
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               PERFORM 8200-MONTH-INCIDENTS
               MOVE WS-INCIDENTS TO WS-RATE-NUM
               PERFORM 8300-COMPUTE-RATE
               SET WS-TRD-SUB TO MON-IDX
               MOVE SPACES  TO RPT-T-FILL (WS-TRD-SUB)
               MOVE WS-RATE TO RPT-T-RATE (WS-TRD-SUB)
           END-PERFORM
           SET MON-IDX TO 12
           MOVE RPT-TREND-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
       8000-FIND-OR-ADD-BROKER.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > WS-BRK-CNT
               IF WS-BRK-BROKER-ID (BRK-IDX) = WS-LOOK-BROKER
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-BRK-CNT >= 500
                   DISPLAY "M02BQSC ABEND - BROKER TABLE FULL AT "
                       "500 ENTRIES, RAISE WS-BRK-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRK-CNT
               SET BRK-IDX TO WS-BRK-CNT
               INITIALIZE WS-BRK-ENTRY (BRK-IDX)
               MOVE WS-LOOK-BROKER TO WS-BRK-BROKER-ID (BRK-IDX)
               MOVE "N"            TO WS-BRK-HAS-LIMIT (BRK-IDX)
           END-IF.
      *
      *    WS-WORK-DATE（YYYYMMDD）之月別註標；區間外者非 1-12。
       8100-MONTH-SUBSCRIPT.
           COMPUTE WS-MON-SUB = WS-WORK-YYYY * 12 + WS-WORK-MM - 1
                              - WS-FIRST-ORD + 1.
      *
       8200-MONTH-INCIDENTS.
           COMPUTE WS-INCIDENTS = WS-BM-EDIT (BRK-IDX, MON-IDX)
                                + WS-BM-TWSE (BRK-IDX, MON-IDX)
                                + WS-BM-FAIL (BRK-IDX, MON-IDX)
                                + WS-BM-SHORT (BRK-IDX, MON-IDX)
                                + WS-BM-CREDIT (BRK-IDX, MON-IDX)
                                + WS-BM-LIEU (BRK-IDX, MON-IDX).
      *
      *    每百筆申報發生率，上限 999.99；無申報量而有事件者即取
      *    上限，使其排在最前。
       8300-COMPUTE-RATE.
           EVALUATE TRUE
               WHEN WS-RATE-NUM = ZERO
                   MOVE ZERO TO WS-RATE
               WHEN WS-BM-VOLUME (BRK-IDX, MON-IDX) = ZERO
                   MOVE 999.99 TO WS-RATE
               WHEN OTHER
                   COMPUTE WS-RATE-WORK ROUNDED = WS-RATE-NUM * 100
                       / WS-BM-VOLUME (BRK-IDX, MON-IDX)
                   IF WS-RATE-WORK > 999.99
                       MOVE 999.99 TO WS-RATE
                   ELSE
                       MOVE WS-RATE-WORK TO WS-RATE
                   END-IF
           END-EVALUATE.
      *
       9000-TERMINATE.
           CLOSE QEVT-WORK-FILE
           CLOSE BQSC-RPT
           CLOSE BROKER-FILE
           DISPLAY "M02BQSC MONTH=" WS-SCORE-MONTH
               " EVENTS-READ=" WS-EVT-READ-CNT
               " USED=" WS-EVT-USED-CNT
               " DUPLICATES=" WS-EVT-DUP-CNT
               " ACTIVITY-READ=" WS-ACTH-READ-CNT
               " AR-READ=" WS-AR-READ-CNT
               " BROKERS=" WS-BRK-CNT.
