      * 檔案名稱：M02WHTS
      *---------------------------------------------------------------
      * 年度分配扣繳憑單申報檔及勾稽彙總表
      * 年度終了後依年度控制卡（WHTSPARM：所得年度 YYYY、扣繳單位
      * 統一編號）執行，所得年度須早於本年，未終了者拒絕執行。
      * 讀取扣繳稅款帳（WHTLEDG，M02DIST 過帳）發放日在該年度之
      * 紀錄：
      *   1. 境外/外資（Q/N）及類別不明（?）之帳戶，依券商 + 申請
      *      人帳號 + 所得格式彙總給付總額、扣繳稅額、給付淨額，
      *      寫出扣繳憑單申報檔（WHTSTMT，金額以元為單位）；本國
      *      帳戶（D）改由股利憑單申報，不列本檔；
      *   2. 每筆發放日在該年度之分配（DISTMSTR）列帳戶數、持有
      *      單位數、總額、扣繳稅額、淨額及列入憑單之稅額，勾稽：
      *      - 扣繳帳查無該分配者列 *NOT POSTED*；
      *      - 總額不等於稅額加淨額者列 *NET OUT OF BALANCE*；
      *      - 本國帳戶有扣繳者列 *DOMESTIC WITHHELD*（該稅額未
      *        列入憑單，須人工處理）；
      *   3. 扣繳帳有紀錄而 DISTMSTR 查無該分配者另列
      *      *NO DISTMSTR*；
      *   4. 所得人證號空白者（帳戶不在主檔）列示清單，須補正
      *      ACNTMSTR 後重跑再行申報；
      *   5. 全年扣繳帳稅額合計（扣除本國）與憑單檔稅額合計勾稽。
      * 任一勾稽不符以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02WHTS.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "WHTSPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-MASTER-FILE ASSIGN TO "DISTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WHT-LEDGER-FILE ASSIGN TO "WHTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHT-STMT-FILE ASSIGN TO "WHTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHTS-RPT     ASSIGN TO "WHTSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-INCOME-YEAR    PIC 9(04).
           05  PARM-WITHHOLDER-BAN PIC X(08).
      *
       FD  DIST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "distmst.cpy".
      *
       FD  WHT-LEDGER-FILE
           RECORDING MODE IS F.
           COPY "whtledg.cpy".
      *
       FD  WHT-STMT-FILE
           RECORDING MODE IS F.
           COPY "whtstmt.cpy".
      *
       FD  WHTS-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-LEDGER-CNT   PIC 9(07) VALUE ZERO.
           05  WS-STMT-CNT     PIC 9(07) VALUE ZERO.
           05  WS-ERROR-CNT    PIC 9(05) VALUE ZERO.
           05  WS-NOID-CNT     PIC 9(05) VALUE ZERO.
           05  WS-ORPHAN-CNT   PIC 9(05) VALUE ZERO.
       01  WS-INCOME-YEAR      PIC 9(04) VALUE ZERO.
       01  WS-WITHHOLDER-BAN   PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE       PIC 9(08) VALUE ZERO.
       01  WS-PAY-YEAR         PIC 9(04) VALUE ZERO.
       01  WS-CHECK-AMT        PIC 9(13)V99 VALUE ZERO.
      *
      *    全年合計。
       01  WS-YEAR-TOTALS.
           05  WS-YR-GROSS     PIC 9(15)V99 VALUE ZERO.
           05  WS-YR-TAX       PIC 9(15)V99 VALUE ZERO.
           05  WS-YR-NET       PIC 9(15)V99 VALUE ZERO.
           05  WS-YR-DOM-TAX   PIC 9(15)V99 VALUE ZERO.
           05  WS-YR-FILE-TAX  PIC 9(15)    VALUE ZERO.
      *
      *    該年度發放之分配及其扣繳帳合計。
       01  WS-DST-TABLE.
           05  WS-DST-CNT      PIC 9(04) VALUE ZERO.
           05  WS-DST-ENTRY OCCURS 200 TIMES
                   INDEXED BY DST-IDX.
               10  WS-DST-ETF-ID   PIC X(06).
               10  WS-DST-EX-DATE  PIC 9(08).
               10  WS-DST-PAY-DATE PIC 9(08).
               10  WS-DST-RATE     PIC 9(03)V9(04).
               10  WS-DST-HOLDERS  PIC 9(07).
               10  WS-DST-UNITS    PIC 9(15).
               10  WS-DST-GROSS    PIC 9(15)V99.
               10  WS-DST-TAX      PIC 9(15)V99.
               10  WS-DST-NET      PIC 9(15)V99.
               10  WS-DST-DOM-TAX  PIC 9(15)V99.
               10  WS-DST-BAD-NET  PIC 9(07).
      *
      *    扣繳帳有而 DISTMSTR 查無之分配。
       01  WS-ORP-TABLE.
           05  WS-ORP-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ORP-ENTRY OCCURS 200 TIMES
                   INDEXED BY ORP-IDX.
               10  WS-ORP-ETF-ID   PIC X(06).
               10  WS-ORP-EX-DATE  PIC 9(08).
               10  WS-ORP-TAX      PIC 9(15)V99.
      *
      *    所得人彙總（券商 + 帳號 + 所得格式）。
       01  WS-RCP-TABLE.
           05  WS-RCP-CNT      PIC 9(05) VALUE ZERO.
           05  WS-RCP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RCP-IDX.
               10  WS-RCP-BROKER-ID PIC X(04).
               10  WS-RCP-ACNT      PIC X(11).
               10  WS-RCP-CODE      PIC X(02).
               10  WS-RCP-TYPE      PIC X(01).
               10  WS-RCP-ID-NO     PIC X(10).
               10  WS-RCP-NAME      PIC X(40).
               10  WS-RCP-PAY-CNT   PIC 9(03).
               10  WS-RCP-GROSS     PIC 9(15)V99.
               10  WS-RCP-TAX       PIC 9(15)V99.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(37)
               VALUE "ANNUAL DISTRIBUTION WITHHOLDING YEAR ".
           05  H-YEAR          PIC 9(04).
           05  FILLER          PIC X(15) VALUE "  WITHHOLDER = ".
           05  H-BAN           PIC X(08).
       01  RPT-HEADING-2.
           05  FILLER          PIC X(44) VALUE
               " ETF    EX-DATE  PAY-DATE     RATE HOLDERS  ".
           05  FILLER          PIC X(44) VALUE
               "          GROSS         WITHHELD            ".
           05  FILLER          PIC X(44) VALUE
               "  NET   STATEMENT TAX  FLAG                 ".
       01  RPT-DIST-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ETF-ID      PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-EX-DATE     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-PAY-DATE    PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-RATE        PIC ZZ9.9999.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-HOLDERS     PIC Z(6)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-GROSS       PIC Z(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TAX         PIC Z(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-NET         PIC Z(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-STMT-TAX    PIC Z(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-FLAG        PIC X(22).
       01  RPT-ORPHAN-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-O-ETF-ID    PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-O-EX-DATE   PIC 9(08).
           05  FILLER          PIC X(10) VALUE " WITHHELD=".
           05  RPT-O-TAX       PIC Z(12)9.99.
           05  FILLER          PIC X(16) VALUE "  *NO DISTMSTR*".
       01  RPT-NOID-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-N-BROKER-ID PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-N-ACNT-BROKER PIC X(04).
           05  FILLER          PIC X(01) VALUE "-".
           05  RPT-N-ACNT-NO   PIC X(07).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-N-TYPE      PIC X(01).
           05  FILLER          PIC X(06) VALUE " TAX= ".
           05  RPT-N-TAX       PIC Z(12)9.
       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(17) VALUE "LEDGER WITHHELD =".
           05  RPT-T-LEDGER    PIC Z(14)9.
           05  FILLER          PIC X(11) VALUE " DOMESTIC =".
           05  RPT-T-DOMESTIC  PIC Z(14)9.
           05  FILLER          PIC X(12) VALUE " STATEMENT =".
           05  RPT-T-STMT      PIC Z(14)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-T-FLAG      PIC X(20).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DISTRIBUTIONS
           PERFORM 3000-LOAD-WHT-LEDGER
           PERFORM 4000-WRITE-STATEMENTS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-ERROR-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "M02WHTS ABEND - WHTSPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-INCOME-YEAR    TO WS-INCOME-YEAR
           MOVE PARM-WITHHOLDER-BAN TO WS-WITHHOLDER-BAN
           CLOSE PARM-FILE-IN
      *    所得年度須已終了（早於本年）。
           IF WS-INCOME-YEAR >= WS-TODAY-DATE (1:4)
               DISPLAY "M02WHTS ABEND - INCOME YEAR " WS-INCOME-YEAR
                   " HAS NOT ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WHT-STMT-FILE
           OPEN OUTPUT WHTS-RPT
           MOVE WS-INCOME-YEAR    TO H-YEAR
           MOVE WS-WITHHOLDER-BAN TO H-BAN
           MOVE RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE.
      *
       2000-LOAD-DISTRIBUTIONS.
           OPEN INPUT DIST-MASTER-FILE
           PERFORM 2100-READ-DIST
           PERFORM UNTIL WS-EOF
               MOVE DM-PAY-DATE (1:4) TO WS-PAY-YEAR
               IF WS-PAY-YEAR = WS-INCOME-YEAR
                   PERFORM 2200-ADD-DISTRIBUTION
               END-IF
               PERFORM 2100-READ-DIST
           END-PERFORM
           CLOSE DIST-MASTER-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-DIST.
           READ DIST-MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-ADD-DISTRIBUTION.
           IF WS-DST-CNT >= 200
               DISPLAY "M02WHTS ABEND - DISTRIBUTION TABLE FULL AT "
                   "200 ENTRIES, RAISE WS-DST-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DST-CNT
           SET DST-IDX TO WS-DST-CNT
           MOVE DM-ETF-ID   TO WS-DST-ETF-ID (DST-IDX)
           MOVE DM-EX-DATE  TO WS-DST-EX-DATE (DST-IDX)
           MOVE DM-PAY-DATE TO WS-DST-PAY-DATE (DST-IDX)
           MOVE DM-RATE     TO WS-DST-RATE (DST-IDX)
           MOVE ZERO TO WS-DST-HOLDERS (DST-IDX)
           MOVE ZERO TO WS-DST-UNITS (DST-IDX)
           MOVE ZERO TO WS-DST-GROSS (DST-IDX)
           MOVE ZERO TO WS-DST-TAX (DST-IDX)
           MOVE ZERO TO WS-DST-NET (DST-IDX)
           MOVE ZERO TO WS-DST-DOM-TAX (DST-IDX)
           MOVE ZERO TO WS-DST-BAD-NET (DST-IDX).
      *
      *    扣繳帳全檔掃描，僅取發放日在所得年度者。
       3000-LOAD-WHT-LEDGER.
           OPEN INPUT WHT-LEDGER-FILE
           PERFORM 3100-READ-WHT-LEDGER
           PERFORM UNTIL WS-EOF
               MOVE WHL-PAY-DATE (1:4) TO WS-PAY-YEAR
               IF WS-PAY-YEAR = WS-INCOME-YEAR
                   ADD 1 TO WS-LEDGER-CNT
                   PERFORM 3200-POST-TO-DISTRIBUTION
                   IF WHL-INVESTOR-TYPE NOT = "D"
                       PERFORM 3300-POST-TO-RECIPIENT
                   END-IF
               END-IF
               PERFORM 3100-READ-WHT-LEDGER
           END-PERFORM
           CLOSE WHT-LEDGER-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       3100-READ-WHT-LEDGER.
           READ WHT-LEDGER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3200-POST-TO-DISTRIBUTION.
           ADD WHL-GROSS TO WS-YR-GROSS
           ADD WHL-TAX   TO WS-YR-TAX
           ADD WHL-NET   TO WS-YR-NET
           IF WHL-INVESTOR-TYPE = "D"
               ADD WHL-TAX TO WS-YR-DOM-TAX
           END-IF
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING DST-IDX FROM 1 BY 1
                   UNTIL DST-IDX > WS-DST-CNT
               IF WS-DST-ETF-ID (DST-IDX) = WHL-ETF-ID
                  AND WS-DST-EX-DATE (DST-IDX) = WHL-EX-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               PERFORM 3250-POST-ORPHAN
               EXIT PARAGRAPH
           END-IF
           ADD 1         TO WS-DST-HOLDERS (DST-IDX)
           ADD WHL-UNITS TO WS-DST-UNITS (DST-IDX)
           ADD WHL-GROSS TO WS-DST-GROSS (DST-IDX)
           ADD WHL-TAX   TO WS-DST-TAX (DST-IDX)
           ADD WHL-NET   TO WS-DST-NET (DST-IDX)
           IF WHL-INVESTOR-TYPE = "D"
               ADD WHL-TAX TO WS-DST-DOM-TAX (DST-IDX)
           END-IF
           COMPUTE WS-CHECK-AMT = WHL-TAX + WHL-NET
           IF WS-CHECK-AMT NOT = WHL-GROSS
               ADD 1 TO WS-DST-BAD-NET (DST-IDX)
           END-IF.
      *
       3250-POST-ORPHAN.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING ORP-IDX FROM 1 BY 1
                   UNTIL ORP-IDX > WS-ORP-CNT
               IF WS-ORP-ETF-ID (ORP-IDX) = WHL-ETF-ID
                  AND WS-ORP-EX-DATE (ORP-IDX) = WHL-EX-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-ORP-CNT >= 200
                   DISPLAY "M02WHTS ABEND - ORPHAN TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-ORP-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORP-CNT
               SET ORP-IDX TO WS-ORP-CNT
               MOVE WHL-ETF-ID  TO WS-ORP-ETF-ID (ORP-IDX)
               MOVE WHL-EX-DATE TO WS-ORP-EX-DATE (ORP-IDX)
               MOVE ZERO        TO WS-ORP-TAX (ORP-IDX)
           END-IF
           ADD WHL-TAX TO WS-ORP-TAX (ORP-IDX).
      *
       3300-POST-TO-RECIPIENT.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > WS-RCP-CNT
               IF WS-RCP-BROKER-ID (RCP-IDX) = WHL-BROKER-ID
                  AND WS-RCP-ACNT (RCP-IDX) = WHL-ACNT
                  AND WS-RCP-CODE (RCP-IDX) = WHL-INCOME-CODE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-RCP-CNT >= 5000
                   DISPLAY "M02WHTS ABEND - RECIPIENT TABLE FULL AT "
                       "5000 ENTRIES, RAISE WS-RCP-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RCP-CNT
               SET RCP-IDX TO WS-RCP-CNT
               MOVE WHL-BROKER-ID   TO WS-RCP-BROKER-ID (RCP-IDX)
               MOVE WHL-ACNT        TO WS-RCP-ACNT (RCP-IDX)
               MOVE WHL-INCOME-CODE TO WS-RCP-CODE (RCP-IDX)
               MOVE ZERO TO WS-RCP-PAY-CNT (RCP-IDX)
               MOVE ZERO TO WS-RCP-GROSS (RCP-IDX)
               MOVE ZERO TO WS-RCP-TAX (RCP-IDX)
           END-IF
      *    類別、證號、戶名以年度內最後一筆為準。
           MOVE WHL-INVESTOR-TYPE TO WS-RCP-TYPE (RCP-IDX)
           MOVE WHL-ID-NO         TO WS-RCP-ID-NO (RCP-IDX)
           MOVE WHL-HOLDER-NAME   TO WS-RCP-NAME (RCP-IDX)
           ADD 1         TO WS-RCP-PAY-CNT (RCP-IDX)
           ADD WHL-GROSS TO WS-RCP-GROSS (RCP-IDX)
           ADD WHL-TAX   TO WS-RCP-TAX (RCP-IDX).
      *
       4000-WRITE-STATEMENTS.
           PERFORM VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > WS-RCP-CNT
               PERFORM 4100-WRITE-ONE-STATEMENT
           END-PERFORM.
      *
      *    扣繳帳稅額已取整元；總額元以下四捨五入，淨額 = 總額 -
      *    稅額。
       4100-WRITE-ONE-STATEMENT.
           ADD 1 TO WS-STMT-CNT
           MOVE SPACES                       TO WHT-STMT-REC
           MOVE WS-WITHHOLDER-BAN            TO WHS-WITHHOLDER-BAN
           MOVE WS-INCOME-YEAR               TO WHS-INCOME-YEAR
           MOVE WS-RCP-CODE (RCP-IDX)        TO WHS-INCOME-CODE
           MOVE WS-RCP-ID-NO (RCP-IDX)       TO WHS-RECIPIENT-ID
           MOVE WS-RCP-NAME (RCP-IDX)        TO WHS-RECIPIENT-NAME
           MOVE WS-RCP-TYPE (RCP-IDX)        TO WHS-INVESTOR-TYPE
           MOVE WS-RCP-ACNT (RCP-IDX)        TO WHS-ACNT
           MOVE WS-RCP-PAY-CNT (RCP-IDX)     TO WHS-PAY-CNT
           COMPUTE WHS-GROSS ROUNDED = WS-RCP-GROSS (RCP-IDX)
           COMPUTE WHS-TAX   ROUNDED = WS-RCP-TAX (RCP-IDX)
           COMPUTE WHS-NET = WHS-GROSS - WHS-TAX
           WRITE WHT-STMT-REC
           ADD WHS-TAX TO WS-YR-FILE-TAX.
      *
       5000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DST-IDX FROM 1 BY 1
                   UNTIL DST-IDX > WS-DST-CNT
               PERFORM 5100-PRINT-DISTRIBUTION
           END-PERFORM
           PERFORM VARYING ORP-IDX FROM 1 BY 1
                   UNTIL ORP-IDX > WS-ORP-CNT
               ADD 1 TO WS-ORPHAN-CNT
               ADD 1 TO WS-ERROR-CNT
               MOVE SPACES                   TO RPT-LINE
               MOVE WS-ORP-ETF-ID (ORP-IDX)  TO RPT-O-ETF-ID
               MOVE WS-ORP-EX-DATE (ORP-IDX) TO RPT-O-EX-DATE
               MOVE WS-ORP-TAX (ORP-IDX)     TO RPT-O-TAX
               MOVE RPT-ORPHAN-LINE          TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           PERFORM 5200-PRINT-MISSING-IDS
           PERFORM 5300-PRINT-YEAR-TIE.
      *
       5100-PRINT-DISTRIBUTION.
           MOVE SPACES                       TO RPT-LINE
           MOVE WS-DST-ETF-ID (DST-IDX)      TO RPT-ETF-ID
           MOVE WS-DST-EX-DATE (DST-IDX)     TO RPT-EX-DATE
           MOVE WS-DST-PAY-DATE (DST-IDX)    TO RPT-PAY-DATE
           MOVE WS-DST-RATE (DST-IDX)        TO RPT-RATE
           MOVE WS-DST-HOLDERS (DST-IDX)     TO RPT-HOLDERS
           MOVE WS-DST-GROSS (DST-IDX)       TO RPT-GROSS
           MOVE WS-DST-TAX (DST-IDX)         TO RPT-TAX
           MOVE WS-DST-NET (DST-IDX)         TO RPT-NET
           COMPUTE WS-CHECK-AMT =
               WS-DST-TAX (DST-IDX) - WS-DST-DOM-TAX (DST-IDX)
           MOVE WS-CHECK-AMT                 TO RPT-STMT-TAX
           EVALUATE TRUE
               WHEN WS-DST-HOLDERS (DST-IDX) = ZERO
                   MOVE "*NOT POSTED*"         TO RPT-FLAG
                   ADD 1 TO WS-ERROR-CNT
               WHEN WS-DST-BAD-NET (DST-IDX) > ZERO
                   MOVE "*NET OUT OF BALANCE*" TO RPT-FLAG
                   ADD 1 TO WS-ERROR-CNT
               WHEN WS-DST-DOM-TAX (DST-IDX) > ZERO
                   MOVE "*DOMESTIC WITHHELD*"  TO RPT-FLAG
                   ADD 1 TO WS-ERROR-CNT
               WHEN OTHER
                   MOVE "TIES"                 TO RPT-FLAG
           END-EVALUATE
           MOVE RPT-DIST-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
       5200-PRINT-MISSING-IDS.
           PERFORM VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > WS-RCP-CNT
               IF WS-RCP-ID-NO (RCP-IDX) = SPACES
                   IF WS-NOID-CNT = ZERO
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE " RECIPIENTS WITHOUT ID - CORRECT ACNTMSTR "
                          & "AND RERUN BEFORE FILING" TO RPT-LINE
                       WRITE RPT-LINE
                       ADD 1 TO WS-ERROR-CNT
                   END-IF
                   ADD 1 TO WS-NOID-CNT
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-RCP-BROKER-ID (RCP-IDX) TO RPT-N-BROKER-ID
                   MOVE WS-RCP-ACNT (RCP-IDX) (1:4)
                       TO RPT-N-ACNT-BROKER
                   MOVE WS-RCP-ACNT (RCP-IDX) (5:7) TO RPT-N-ACNT-NO
                   MOVE WS-RCP-TYPE (RCP-IDX)      TO RPT-N-TYPE
                   MOVE WS-RCP-TAX (RCP-IDX)       TO RPT-N-TAX
                   MOVE RPT-NOID-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
      *
      *    憑單檔稅額合計須等於扣繳帳稅額扣除本國（含無主分配）。
       5300-PRINT-YEAR-TIE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-YR-TAX      TO RPT-T-LEDGER
           MOVE WS-YR-DOM-TAX  TO RPT-T-DOMESTIC
           MOVE WS-YR-FILE-TAX TO RPT-T-STMT
           COMPUTE WS-CHECK-AMT = WS-YR-TAX - WS-YR-DOM-TAX
           IF WS-CHECK-AMT = WS-YR-FILE-TAX
               MOVE "TIES OUT"        TO RPT-T-FLAG
           ELSE
               MOVE "*STATEMENT OFF*" TO RPT-T-FLAG
               ADD 1 TO WS-ERROR-CNT
           END-IF
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
       9000-TERMINATE.
           CLOSE WHT-STMT-FILE
           CLOSE WHTS-RPT
           DISPLAY "M02WHTS YEAR=" WS-INCOME-YEAR
               " LEDGER=" WS-LEDGER-CNT
               " STATEMENTS=" WS-STMT-CNT
               " NO-ID=" WS-NOID-CNT
               " ORPHANS=" WS-ORPHAN-CNT
               " ERRORS=" WS-ERROR-CNT.
