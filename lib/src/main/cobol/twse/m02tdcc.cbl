      * 檔案名稱：M02TDCC
      *---------------------------------------------------------------
      * 集保庫存與 M02 申報部位勾稽
      * 券商逐帳號、逐股票申報 NORMAL-STOCK-NOS（庫存部位）與
      * BORROW-STOCK-NOS（借券部位），M02EDIT 僅檢核其自身一致性，
      * 從未與集保（TDCC）庫存比對。本程式先將集保每日庫存檔
      * （TDCCHOLD）轉載為以 ACNT + STKNO 為 key 之索引工作檔
      * （作法比照 M02WNDW 之 CTRLWORK），再逐筆讀取當日編審後
      * M02（已掛 ERROR-CODE 者不計）以 key 直接比對：
      *     申報大於集保（一般或借入任一項）  -> OVER    多報
      *     申報小於集保                      -> UNDER   少報
      *     集保查無而申報部位不為零          -> MISSING 集保無庫存
      * 差異先寫入以 BROKER-ID 為首之索引工作檔，再依 key 順序
      * 列印，報表天然依券商分組（作法比照 M02BRET），券商名稱取
      * 參加人主檔（BRKMSTR）並列各券商多報/少報/查無筆數小計。
      * 實物買回（TRAN-CODE '2'）多報者兩日後即成交割不足，另寫
      * 一筆高嚴重度（H）至共用例外檔（EXCPREC）供值班簽收。
      * 有任一差異即以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02TDCC.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDCC-FILE-IN ASSIGN TO "TDCCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT M02-FILE-IN  ASSIGN TO "M02IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDCC-RPT     ASSIGN TO "M02TRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDCC-WORK-FILE ASSIGN TO "TDCCWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TW-KEY.
           SELECT BREAK-WORK-FILE ASSIGN TO "BRKWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKW-KEY.
           SELECT BROKER-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRKM-BROKER-ID.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TDCC-FILE-IN
           RECORDING MODE IS F.
           COPY "tdcchold.cpy".
      *
       FD  M02-FILE-IN
           RECORDING MODE IS F.
           COPY "m02.cpy".
      *
       FD  TDCC-RPT
           RECORDING MODE IS F.
       01  RPT-LINE             PIC X(132).
      *
       FD  TDCC-WORK-FILE
           RECORDING MODE IS F.
       01  TDCC-WORK-REC.
           05  TW-KEY.
               10  TW-ACNT      PIC X(11).
               10  TW-STKNO     PIC X(06).
           05  TW-NORMAL-NOS    PIC 9(10).
           05  TW-BORROW-NOS    PIC 9(10).
      *
       FD  BREAK-WORK-FILE
           RECORDING MODE IS F.
       01  BREAK-WORK-REC.
           05  BKW-KEY.
               10  BKW-BROKER-ID PIC X(04).
               10  BKW-ACNT      PIC X(11).
               10  BKW-STKNO     PIC X(06).
               10  BKW-SEQNO     PIC X(03).
           05  BKW-ETF-ID        PIC X(06).
           05  BKW-TRAN-CODE     PIC X(01).
           05  BKW-BREAK-TYPE    PIC X(08).
           05  BKW-DECL-NORMAL   PIC 9(10).
           05  BKW-TDCC-NORMAL   PIC 9(10).
           05  BKW-DECL-BORROW   PIC 9(10).
           05  BKW-TDCC-BORROW   PIC 9(10).
      *
       FD  BROKER-FILE
           RECORDING MODE IS F.
           COPY "brkmstr.cpy".
      *
       FD  EXCP-FILE
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-EOF                 VALUE 'Y'.
           05  WS-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-FOUND               VALUE 'Y'.
           05  WS-BRK-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-BRK-FOUND           VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-TDCC-CNT      PIC 9(07) VALUE ZERO.
           05  WS-CHECK-CNT     PIC 9(07) VALUE ZERO.
           05  WS-MATCH-CNT     PIC 9(07) VALUE ZERO.
           05  WS-OVER-CNT      PIC 9(07) VALUE ZERO.
           05  WS-UNDER-CNT     PIC 9(07) VALUE ZERO.
           05  WS-MISSING-CNT   PIC 9(07) VALUE ZERO.
           05  WS-EXCP-CNT      PIC 9(07) VALUE ZERO.
       01  WS-BREAK-CNT         PIC 9(07) VALUE ZERO.
       01  WS-TDCC-AS-OF        PIC 9(08) VALUE ZERO.
       01  WS-NORMAL-DIFF       PIC S9(11) VALUE ZERO.
       01  WS-BORROW-DIFF       PIC S9(11) VALUE ZERO.
       01  WS-NET-DIFF          PIC S9(11) VALUE ZERO.
       01  WS-BREAK-TYPE        PIC X(08) VALUE SPACES.
       01  WS-BRK-TOTAL.
           05  WS-BRK-BROKER    PIC X(04) VALUE SPACES.
           05  WS-BRK-OVER      PIC 9(07) VALUE ZERO.
           05  WS-BRK-UNDER     PIC 9(07) VALUE ZERO.
           05  WS-BRK-MISSING   PIC 9(07) VALUE ZERO.
      *
       01  RPT-AS-OF-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(20) VALUE "TDCC HOLDINGS AS OF ".
           05  RPT-AS-OF        PIC 9(08).
       01  RPT-BRK-HEAD.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(07) VALUE "BROKER=".
           05  RPT-H-BROKER-ID  PIC X(04).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-H-BRK-NAME   PIC X(40).
       01  RPT-COL-HEAD.
           05  FILLER           PIC X(46) VALUE
               "   ACCOUNT      STKNO  ETF    SEQ T  DECL-NORM".
           05  FILLER           PIC X(46) VALUE
               " TDCC-NORM   DECL-BORR  TDCC-BORR    NET-DIFF ".
           05  FILLER           PIC X(06) VALUE "  TYPE".
       01  RPT-DETAIL.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-ACNT-BROKER  PIC X(04).
           05  FILLER           PIC X(01) VALUE "/".
           05  RPT-ACNT-NO      PIC 9(07).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-STKNO        PIC X(06).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-ETF-ID       PIC X(06).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEQNO        PIC X(03).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TRAN-CODE    PIC X(01).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-DECL-NORMAL  PIC Z(9)9.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TDCC-NORMAL  PIC Z(9)9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DECL-BORROW  PIC Z(9)9.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TDCC-BORROW  PIC Z(9)9.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-NET-DIFF     PIC -Z(9)9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-BREAK-TYPE   PIC X(08).
       01  RPT-BRK-TOTAL-LINE.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(06) VALUE "OVER=".
           05  RPT-BT-OVER      PIC Z(6)9.
           05  FILLER           PIC X(09) VALUE "  UNDER=".
           05  RPT-BT-UNDER     PIC Z(6)9.
           05  FILLER           PIC X(11) VALUE "  MISSING=".
           05  RPT-BT-MISSING   PIC Z(6)9.
       01  RPT-TOTAL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(08) VALUE "CHECKED=".
           05  RPT-T-CHECKED    PIC Z(6)9.
           05  FILLER           PIC X(10) VALUE "  MATCHED=".
           05  RPT-T-MATCHED    PIC Z(6)9.
           05  FILLER           PIC X(07) VALUE "  OVER=".
           05  RPT-T-OVER       PIC Z(6)9.
           05  FILLER           PIC X(08) VALUE "  UNDER=".
           05  RPT-T-UNDER      PIC Z(6)9.
           05  FILLER           PIC X(10) VALUE "  MISSING=".
           05  RPT-T-MISSING    PIC Z(6)9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TDCC-HOLDINGS
           PERFORM 3000-MATCH-M02 UNTIL WS-EOF
           PERFORM 4000-PRINT-BREAKS-BY-BROKER
           PERFORM 9000-TERMINATE
           IF WS-BREAK-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT  TDCC-FILE-IN
           OPEN INPUT  M02-FILE-IN
           OPEN INPUT  BROKER-FILE
           OPEN OUTPUT TDCC-RPT
           OPEN EXTEND EXCP-FILE
           OPEN OUTPUT BREAK-WORK-FILE
           CLOSE BREAK-WORK-FILE
           OPEN I-O BREAK-WORK-FILE
           MOVE "TDCC HOLDINGS VS M02 DECLARED POSITIONS - BREAKS"
               TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    集保庫存轉載為索引工作檔，無筆數上限；同鍵重複者略過。
       2000-LOAD-TDCC-HOLDINGS.
           OPEN OUTPUT TDCC-WORK-FILE
           PERFORM 2100-READ-TDCC
           PERFORM UNTIL WS-EOF
               IF WS-TDCC-AS-OF = ZERO
                   MOVE TDCC-HOLD-DATE TO WS-TDCC-AS-OF
               END-IF
               MOVE TDCC-ACNT       TO TW-ACNT
               MOVE TDCC-STKNO      TO TW-STKNO
               MOVE TDCC-NORMAL-NOS TO TW-NORMAL-NOS
               MOVE TDCC-BORROW-NOS TO TW-BORROW-NOS
               WRITE TDCC-WORK-REC
                   INVALID KEY
                       DISPLAY "M02TDCC DUPLICATE HOLDING SKIPPED - "
                           "KEY=" TW-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-TDCC-CNT
               END-WRITE
               PERFORM 2100-READ-TDCC
           END-PERFORM
           CLOSE TDCC-WORK-FILE
           OPEN INPUT TDCC-WORK-FILE
           MOVE WS-TDCC-AS-OF  TO RPT-AS-OF
           MOVE RPT-AS-OF-LINE TO RPT-LINE
           WRITE RPT-LINE
           SET WS-EOF-SW TO 'N'
           PERFORM 3100-READ-M02.
      *
       2100-READ-TDCC.
           READ TDCC-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    已掛錯誤代碼者當日不交割，不列入勾稽。
       3000-MATCH-M02.
           IF ERROR-CODE OF M02 = SPACES
               ADD 1 TO WS-CHECK-CNT
               PERFORM 3200-COMPARE-POSITION
           END-IF
           PERFORM 3100-READ-M02.
      *
       3100-READ-M02.
           READ M02-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    一般與借入分項比對：任一項多報即為 OVER；無多報而有
      *    少報者為 UNDER。
       3200-COMPARE-POSITION.
           MOVE ACNT OF M02  TO TW-ACNT
           MOVE STKNO OF M02 TO TW-STKNO
           READ TDCC-WORK-FILE
               INVALID KEY     MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ
           MOVE SPACES TO WS-BREAK-TYPE
           IF NOT WS-FOUND
               MOVE ZERO TO TW-NORMAL-NOS
               MOVE ZERO TO TW-BORROW-NOS
               IF NORMAL-STOCK-NOS OF M02 > ZERO
                  OR BORROW-STOCK-NOS OF M02 > ZERO
                   MOVE "MISSING" TO WS-BREAK-TYPE
                   ADD 1 TO WS-MISSING-CNT
               END-IF
           ELSE
               COMPUTE WS-NORMAL-DIFF =
                   NORMAL-STOCK-NOS OF M02 - TW-NORMAL-NOS
               COMPUTE WS-BORROW-DIFF =
                   BORROW-STOCK-NOS OF M02 - TW-BORROW-NOS
               EVALUATE TRUE
                   WHEN WS-NORMAL-DIFF > ZERO
                   WHEN WS-BORROW-DIFF > ZERO
                       MOVE "OVER"    TO WS-BREAK-TYPE
                       ADD 1 TO WS-OVER-CNT
                   WHEN WS-NORMAL-DIFF < ZERO
                   WHEN WS-BORROW-DIFF < ZERO
                       MOVE "UNDER"   TO WS-BREAK-TYPE
                       ADD 1 TO WS-UNDER-CNT
               END-EVALUATE
           END-IF
           IF WS-BREAK-TYPE = SPACES
               ADD 1 TO WS-MATCH-CNT
           ELSE
               PERFORM 3300-WRITE-BREAK-WORK
               IF WS-BREAK-TYPE = "OVER" AND TRAN-CODE OF M02 = "2"
                   PERFORM 3400-WRITE-REDEEM-EXCEPTION
               END-IF
           END-IF.
      *
       3300-WRITE-BREAK-WORK.
           ADD 1 TO WS-BREAK-CNT
           MOVE BROKER-ID OF M02        TO BKW-BROKER-ID
           MOVE ACNT OF M02             TO BKW-ACNT
           MOVE STKNO OF M02            TO BKW-STKNO
           MOVE SEQNO OF M02            TO BKW-SEQNO
           MOVE ETF-ID OF M02           TO BKW-ETF-ID
           MOVE TRAN-CODE OF M02        TO BKW-TRAN-CODE
           MOVE WS-BREAK-TYPE           TO BKW-BREAK-TYPE
           MOVE NORMAL-STOCK-NOS OF M02 TO BKW-DECL-NORMAL
           MOVE TW-NORMAL-NOS           TO BKW-TDCC-NORMAL
           MOVE BORROW-STOCK-NOS OF M02 TO BKW-DECL-BORROW
           MOVE TW-BORROW-NOS           TO BKW-TDCC-BORROW
           WRITE BREAK-WORK-REC
               INVALID KEY
                   DISPLAY "M02TDCC DUPLICATE BREAK KEY SKIPPED - "
                       "KEY=" BKW-KEY
           END-WRITE.
      *
      *    實物買回多報：兩日後即成交割不足，列高嚴重度例外。
       3400-WRITE-REDEEM-EXCEPTION.
           ADD 1 TO WS-EXCP-CNT
           MOVE "M02TDCC"      TO EXCP-SOURCE-PGM
           MOVE SPACES         TO EXCP-KEY
           STRING BROKER-ID OF M02 "/" ACNT OF M02 "/" STKNO OF M02
               DELIMITED BY SIZE INTO EXCP-KEY
           END-STRING
           MOVE "H"            TO EXCP-SEVERITY
           MOVE "IN-KIND REDEMPTION OVER-DECLARED VS TDCC HOLDINGS"
               TO EXCP-TEXT
           PERFORM 8700-WRITE-EXCEPTION-REC.
      *
      *    依 key 順序讀出差異工作檔：報表天然依券商分組，券商
      *    變換時列印小計與下一券商抬頭。
       4000-PRINT-BREAKS-BY-BROKER.
           MOVE LOW-VALUES TO BKW-KEY
           MOVE "N" TO WS-EOF-SW
           START BREAK-WORK-FILE KEY >= BKW-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ BREAK-WORK-FILE NEXT
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM 4100-PRINT-ONE-BREAK
               END-READ
           END-PERFORM
           PERFORM 4300-PRINT-BROKER-TOTAL.
      *
       4100-PRINT-ONE-BREAK.
           IF BKW-BROKER-ID NOT = WS-BRK-BROKER
               PERFORM 4300-PRINT-BROKER-TOTAL
               MOVE BKW-BROKER-ID TO WS-BRK-BROKER
               MOVE ZERO          TO WS-BRK-OVER
               MOVE ZERO          TO WS-BRK-UNDER
               MOVE ZERO          TO WS-BRK-MISSING
               PERFORM 4200-PRINT-BROKER-HEADING
           END-IF
           EVALUATE BKW-BREAK-TYPE
               WHEN "OVER"
                   ADD 1 TO WS-BRK-OVER
               WHEN "UNDER"
                   ADD 1 TO WS-BRK-UNDER
               WHEN OTHER
                   ADD 1 TO WS-BRK-MISSING
           END-EVALUATE
           MOVE SPACES          TO RPT-LINE
           MOVE BKW-ACNT (1:4)  TO RPT-ACNT-BROKER
           MOVE BKW-ACNT (5:7)  TO RPT-ACNT-NO
           MOVE BKW-STKNO       TO RPT-STKNO
           MOVE BKW-ETF-ID      TO RPT-ETF-ID
           MOVE BKW-SEQNO       TO RPT-SEQNO
           MOVE BKW-TRAN-CODE   TO RPT-TRAN-CODE
           MOVE BKW-DECL-NORMAL TO RPT-DECL-NORMAL
           MOVE BKW-TDCC-NORMAL TO RPT-TDCC-NORMAL
           MOVE BKW-DECL-BORROW TO RPT-DECL-BORROW
           MOVE BKW-TDCC-BORROW TO RPT-TDCC-BORROW
           COMPUTE WS-NET-DIFF = BKW-DECL-NORMAL + BKW-DECL-BORROW
               - BKW-TDCC-NORMAL - BKW-TDCC-BORROW
           MOVE WS-NET-DIFF     TO RPT-NET-DIFF
           MOVE BKW-BREAK-TYPE  TO RPT-BREAK-TYPE
           MOVE RPT-DETAIL      TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    名稱取自參加人主檔；查無者註記。
       4200-PRINT-BROKER-HEADING.
           MOVE WS-BRK-BROKER TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE 'N' TO WS-BRK-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-BRK-STATUS-SW
           END-READ
           IF NOT WS-BRK-FOUND
               MOVE "** BROKER NOT ON PARTICIPANT MASTER **"
                   TO BRKM-NAME
           END-IF
           MOVE SPACES         TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BRK-BROKER  TO RPT-H-BROKER-ID
           MOVE BRKM-NAME      TO RPT-H-BRK-NAME
           MOVE RPT-BRK-HEAD   TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD   TO RPT-LINE
           WRITE RPT-LINE.
      *
       4300-PRINT-BROKER-TOTAL.
           IF WS-BRK-BROKER NOT = SPACES
               MOVE SPACES         TO RPT-LINE
               MOVE WS-BRK-OVER    TO RPT-BT-OVER
               MOVE WS-BRK-UNDER   TO RPT-BT-UNDER
               MOVE WS-BRK-MISSING TO RPT-BT-MISSING
               MOVE RPT-BRK-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       8700-WRITE-EXCEPTION-REC.
           MOVE "U"    TO EXCP-STATUS
           MOVE SPACES TO EXCP-ACK-ID
           MOVE ZERO   TO EXCP-ACK-DATE
           WRITE EXCEPTION-REC.
      *
       9000-TERMINATE.
           MOVE SPACES          TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHECK-CNT    TO RPT-T-CHECKED
           MOVE WS-MATCH-CNT    TO RPT-T-MATCHED
           MOVE WS-OVER-CNT     TO RPT-T-OVER
           MOVE WS-UNDER-CNT    TO RPT-T-UNDER
           MOVE WS-MISSING-CNT  TO RPT-T-MISSING
           MOVE RPT-TOTAL-LINE  TO RPT-LINE
           WRITE RPT-LINE
           CLOSE TDCC-FILE-IN
           CLOSE M02-FILE-IN
           CLOSE TDCC-WORK-FILE
           CLOSE BREAK-WORK-FILE
           CLOSE BROKER-FILE
           CLOSE TDCC-RPT
           CLOSE EXCP-FILE
           DISPLAY "M02TDCC TDCC=" WS-TDCC-CNT
               " CHECKED=" WS-CHECK-CNT
               " BREAKS=" WS-BREAK-CNT
               " HIGH-EXCEPTIONS=" WS-EXCP-CNT.
