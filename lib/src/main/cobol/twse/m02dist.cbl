      *   4. 各券商單位數合計與滾算帳基準日餘額勾稽，不符者列示
      *      *SPLIT OFF LEDGER* 並以 RETURN-CODE 8 結束。
      * 除息日 NAV 下跌之預期由 M05NAVT/M05ISSV 逕讀 DISTMSTR。
      * 扣繳：
      *   5. 各券商持有單位數再依活動歷史檔之申請人帳號拆分，帳號
      *      查申請人帳戶主檔（ACNTMSTR）取投資人類別，依扣繳稅率
      *      表（WHTRATE，取生效日不晚於發放日之最新一筆）計算各
      *      帳戶應付總額、扣繳稅額（元以下四捨五入）及實付淨額；
      *      劃撥指示金額改載券商下各帳戶淨額合計；
      *   6. 各帳戶總額/稅額/淨額過帳至扣繳稅款帳（WHTLEDG，OPEN
      *      EXTEND），同一分配已過帳者不重複過帳（重跑只重出
      *      指示與報表）；年度扣繳憑單由 M02WHTS 據本帳產生；
      *   7. 帳戶不在主檔或活動歷史未載帳號者，類別記 '?'，按稅
      *      率表 '?' 類扣繳並寫例外檔待補主檔；境外（Q/N）及
      *      '?' 類於任一分配發放日查無稅率者，開始前即以
      *      RETURN-CODE 16 中止，不出任何指示；
      *   8. 帳戶拆分合計與券商持有單位數不符（帳戶淨部位為負）
      *      者列示 *ACCOUNT SPLIT OFF* 並計入 RETURN-CODE 8；該券商
      *      劃撥指示暫不寫出（*INSTRUCTION HELD*，寫高嚴重度例外），
      *      各帳戶扣繳照常過帳，待更正活動歷史後重跑再出指示。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-RPT     ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WHT-RATE-FILE ASSIGN TO "WHTRATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WHT-LEDGER-FILE ASSIGN TO "WHTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACNTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACNM-ACNT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  WHT-RATE-FILE
           RECORDING MODE IS F.
           COPY "whtrate.cpy".
      *
       FD  WHT-LEDGER-FILE
           RECORDING MODE IS F.
           COPY "whtledg.cpy".
      *
       FD  EXCP-FILE
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY "acntmstr.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-ACNT-FOUND-SW PIC X(01) VALUE 'N'.
               88  WS-ACNT-FOUND         VALUE 'Y'.
           05  WS-RATE-FOUND-SW PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND         VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-DIST-CNT     PIC 9(05) VALUE ZERO.
           05  WS-INSTR-CNT    PIC 9(07) VALUE ZERO.
           05  WS-SPLITERR-CNT PIC 9(05) VALUE ZERO.
           05  WS-POST-CNT     PIC 9(07) VALUE ZERO.
           05  WS-UNKNOWN-CNT  PIC 9(07) VALUE ZERO.
           05  WS-HELD-CNT     PIC 9(05) VALUE ZERO.
       01  WS-LEDGER-UNITS     PIC 9(13) VALUE ZERO.
       01  WS-LEDGER-DATE      PIC 9(08) VALUE ZERO.
       01  WS-BROKER-SUM       PIC 9(13) VALUE ZERO.
       01  WS-PAY-AMOUNT       PIC 9(13)V99 VALUE ZERO.
       01  WS-TODAY-DATE       PIC 9(08) VALUE ZERO.
       01  WS-HOLDER-SUM       PIC 9(13) VALUE ZERO.
      *
      *    扣繳計算欄位（每帳戶）。
       01  WS-WHT-FIELDS.
           05  WS-INVESTOR-TYPE    PIC X(01) VALUE SPACE.
           05  WS-ID-NO            PIC X(10) VALUE SPACES.
           05  WS-HOLDER-NAME      PIC X(40) VALUE SPACES.
           05  WS-WHT-RATE         PIC 9V9(04) VALUE ZERO.
           05  WS-INCOME-CODE      PIC X(02) VALUE SPACES.
           05  WS-BEST-EFF         PIC 9(08) VALUE ZERO.
           05  WS-CHK-TYPE         PIC X(01) VALUE SPACE.
           05  WS-HLD-GROSS        PIC 9(13)V99 VALUE ZERO.
           05  WS-HLD-TAX-WHOLE    PIC 9(13) VALUE ZERO.
           05  WS-HLD-TAX          PIC 9(13)V99 VALUE ZERO.
           05  WS-HLD-NET          PIC 9(13)V99 VALUE ZERO.
      *
      *    券商及分配合計（總額/稅額/淨額）。
       01  WS-WHT-TOTALS.
           05  WS-BRK-GROSS        PIC 9(13)V99 VALUE ZERO.
           05  WS-BRK-TAX          PIC 9(13)V99 VALUE ZERO.
           05  WS-DST-GROSS        PIC 9(13)V99 VALUE ZERO.
           05  WS-DST-TAX          PIC 9(13)V99 VALUE ZERO.
           05  WS-DST-NET          PIC 9(13)V99 VALUE ZERO.
      *
      *    分配主檔表格。
       01  WS-DST-TABLE.
               10  WS-DST-REC-DATE PIC 9(08).
               10  WS-DST-PAY-DATE PIC 9(08).
               10  WS-DST-RATE     PIC 9(03)V9(04).
               10  WS-DST-POSTED-SW PIC X(01).
                   88  WS-DST-POSTED         VALUE 'Y'.
      *
      *    滾算帳全部紀錄（各 ETF 多日）。
       01  WS-LED-TABLE.
                   INDEXED BY BRK-IDX.
               10  WS-BRK-BROKER-ID PIC X(04).
               10  WS-BRK-UNITS     PIC S9(13).
      *
      *    各券商下各申請人帳號之淨持有單位數（處理中分配之 ETF）。
       01  WS-HLD-TABLE.
           05  WS-HLD-CNT      PIC 9(05) VALUE ZERO.
           05  WS-HLD-ENTRY OCCURS 5000 TIMES
                   INDEXED BY HLD-IDX.
               10  WS-HLD-BROKER-ID PIC X(04).
               10  WS-HLD-ACNT      PIC X(11).
               10  WS-HLD-UNITS     PIC S9(13).
      *
      *    扣繳稅率表。
       01  WS-WHR-TABLE.
           05  WS-WHR-CNT      PIC 9(04) VALUE ZERO.
           05  WS-WHR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WHR-IDX.
               10  WS-WHR-TYPE      PIC X(01).
               10  WS-WHR-EFF       PIC 9(08).
               10  WS-WHR-RATE      PIC 9V9(04).
               10  WS-WHR-CODE      PIC X(02).
      *
       01  RPT-DIST-HEADING.
           05  FILLER          PIC X(19) VALUE "DISTRIBUTION ETF-ID".
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(06) VALUE "UNITS=".
           05  RPT-UNITS       PIC Z(12)9.
           05  FILLER          PIC X(07) VALUE " GROSS=".
           05  RPT-GROSS       PIC Z(12)9.99.
           05  FILLER          PIC X(05) VALUE " TAX=".
           05  RPT-TAX         PIC Z(12)9.99.
           05  FILLER          PIC X(05) VALUE " NET=".
           05  RPT-AMOUNT      PIC Z(12)9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-FLAG        PIC X(20).
       01  RPT-HOLDER.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RPT-H-ACNT-BROKER PIC X(04).
           05  FILLER          PIC X(01) VALUE "-".
           05  RPT-H-ACNT-NO   PIC X(07).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-H-TYPE      PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-H-UNITS     PIC Z(12)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-H-GROSS     PIC Z(12)9.99.
           05  FILLER          PIC X(05) VALUE " WHT=".
           05  RPT-H-WHT-RATE  PIC 9.9999.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-H-TAX       PIC Z(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-H-NET       PIC Z(12)9.99.
       01  RPT-WHT-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(06) VALUE "GROSS=".
           05  RPT-W-GROSS     PIC Z(12)9.99.
           05  FILLER          PIC X(10) VALUE " WITHHELD=".
           05  RPT-W-TAX       PIC Z(12)9.99.
           05  FILLER          PIC X(05) VALUE " NET=".
           05  RPT-W-NET       PIC Z(12)9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-W-FLAG      PIC X(30).
       01  RPT-TIE-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(14) VALUE "BROKER-UNITS=".
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DISTRIBUTIONS
           PERFORM 2500-LOAD-WHT-RATES
           PERFORM 2600-VALIDATE-WHT-RATES
           PERFORM 2700-MARK-POSTED-DISTRIBUTIONS
           PERFORM 3000-LOAD-LEDGER
           PERFORM 4000-PROCESS-DISTRIBUTIONS
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           OPEN INPUT  ACCOUNT-FILE
           OPEN EXTEND EXCP-FILE
           OPEN OUTPUT DIST-INSTR-FILE
           OPEN OUTPUT DIST-RPT
           MOVE "ETF CASH DISTRIBUTION REGISTER" TO RPT-LINE
               MOVE DM-RECORD-DATE TO WS-DST-REC-DATE (DST-IDX)
               MOVE DM-PAY-DATE    TO WS-DST-PAY-DATE (DST-IDX)
               MOVE DM-RATE        TO WS-DST-RATE (DST-IDX)
               MOVE "N"            TO WS-DST-POSTED-SW (DST-IDX)
               PERFORM 2100-READ-DIST
           END-PERFORM
           CLOSE DIST-MASTER-FILE
           READ DIST-MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2500-LOAD-WHT-RATES.
           OPEN INPUT WHT-RATE-FILE
           PERFORM 2510-READ-WHT-RATE
           PERFORM UNTIL WS-EOF
               IF WS-WHR-CNT >= 200
                   DISPLAY "M02DIST ABEND - WHT RATE TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-WHR-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WHR-CNT
               SET WHR-IDX TO WS-WHR-CNT
               MOVE WHR-INVESTOR-TYPE TO WS-WHR-TYPE (WHR-IDX)
               MOVE WHR-EFF-DATE      TO WS-WHR-EFF (WHR-IDX)
               MOVE WHR-RATE          TO WS-WHR-RATE (WHR-IDX)
               MOVE WHR-INCOME-CODE   TO WS-WHR-CODE (WHR-IDX)
               PERFORM 2510-READ-WHT-RATE
           END-PERFORM
           CLOSE WHT-RATE-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2510-READ-WHT-RATE.
           READ WHT-RATE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    境外（Q/N）及不明（?）類須於每筆分配發放日有稅率，
      *    缺者開始前即中止，免得指示已出而扣繳帳只過一半。
       2600-VALIDATE-WHT-RATES.
           PERFORM VARYING DST-IDX FROM 1 BY 1
                   UNTIL DST-IDX > WS-DST-CNT
               MOVE "Q" TO WS-CHK-TYPE
               PERFORM 2610-REQUIRE-RATE
               MOVE "N" TO WS-CHK-TYPE
               PERFORM 2610-REQUIRE-RATE
               MOVE "?" TO WS-CHK-TYPE
               PERFORM 2610-REQUIRE-RATE
           END-PERFORM.
      *
       2610-REQUIRE-RATE.
           MOVE WS-CHK-TYPE TO WS-INVESTOR-TYPE
           PERFORM 4440-FIND-WHT-RATE
           IF NOT WS-RATE-FOUND
               DISPLAY "M02DIST ABEND - WHTRATE HAS NO RATE FOR "
                   "INVESTOR TYPE " WS-CHK-TYPE " AS OF PAY DATE "
                   WS-DST-PAY-DATE (DST-IDX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    扣繳帳已有該分配（ETF + 除息日）紀錄者，本次不再過帳。
       2700-MARK-POSTED-DISTRIBUTIONS.
           OPEN INPUT WHT-LEDGER-FILE
           PERFORM 2710-READ-WHT-LEDGER
           PERFORM UNTIL WS-EOF
               PERFORM VARYING DST-IDX FROM 1 BY 1
                       UNTIL DST-IDX > WS-DST-CNT
                   IF WS-DST-ETF-ID (DST-IDX) = WHL-ETF-ID
                      AND WS-DST-EX-DATE (DST-IDX) = WHL-EX-DATE
                       SET WS-DST-POSTED (DST-IDX) TO TRUE
                   END-IF
               END-PERFORM
               PERFORM 2710-READ-WHT-LEDGER
           END-PERFORM
           CLOSE WHT-LEDGER-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN EXTEND WHT-LEDGER-FILE.
      *
       2710-READ-WHT-LEDGER.
           READ WHT-LEDGER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3000-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           PERFORM 4200-FIND-LEDGER-UNITS
           PERFORM 4300-SPLIT-BY-BROKER
           PERFORM 4400-PAY-EACH-BROKER
           PERFORM 4500-TIE-TO-LEDGER
           PERFORM 4600-WITHHOLDING-TOTALS.
      *
      *    基準日總單位數 = 滾算帳上不晚於基準日之最新一筆餘額。
       4200-FIND-LEDGER-UNITS.
      *    2/4 減）；活動歷史檔重掃（每筆分配各掃一遍）。
       4300-SPLIT-BY-BROKER.
           MOVE ZERO TO WS-BRK-CNT
           MOVE ZERO TO WS-HLD-CNT
           OPEN INPUT ACT-HIST-FILE
           PERFORM 4310-READ-ACTIVITY
           PERFORM UNTIL WS-EOF
               IF ACTH-ETF-ID = WS-DST-ETF-ID (DST-IDX)
                  AND ACTH-TX-DATE <= WS-DST-REC-DATE (DST-IDX)
                   PERFORM 4320-POST-BROKER-UNITS
                   PERFORM 4330-POST-HOLDER-UNITS
               END-IF
               PERFORM 4310-READ-ACTIVITY
           END-PERFORM
           ELSE
               SUBTRACT ACTH-UNITS FROM WS-BRK-UNITS (BRK-IDX)
           END-IF.
      *
       4330-POST-HOLDER-UNITS.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HLD-CNT
               IF WS-HLD-BROKER-ID (HLD-IDX) = ACTH-BROKER-ID
                  AND WS-HLD-ACNT (HLD-IDX) = ACTH-ACNT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-HLD-CNT >= 5000
                   DISPLAY "M02DIST ABEND - HOLDER TABLE FULL AT 5000 "
                       "ENTRIES, RAISE WS-HLD-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HLD-CNT
               SET HLD-IDX TO WS-HLD-CNT
               MOVE ACTH-BROKER-ID TO WS-HLD-BROKER-ID (HLD-IDX)
               MOVE ACTH-ACNT      TO WS-HLD-ACNT (HLD-IDX)
               MOVE ZERO TO WS-HLD-UNITS (HLD-IDX)
           END-IF
           IF ACTH-TRAN-CODE = "1" OR ACTH-TRAN-CODE = "3"
               ADD ACTH-UNITS TO WS-HLD-UNITS (HLD-IDX)
           ELSE
               SUBTRACT ACTH-UNITS FROM WS-HLD-UNITS (HLD-IDX)
           END-IF.
      *
       4400-PAY-EACH-BROKER.
           MOVE ZERO TO WS-BROKER-SUM
           MOVE ZERO TO WS-DST-GROSS
           MOVE ZERO TO WS-DST-TAX
           MOVE ZERO TO WS-DST-NET
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > WS-BRK-CNT
               IF WS-BRK-UNITS (BRK-IDX) > ZERO
                   ADD WS-BRK-UNITS (BRK-IDX) TO WS-BROKER-SUM
                   PERFORM 4405-SPLIT-BROKER-HOLDERS
                   IF WS-HOLDER-SUM = WS-BRK-UNITS (BRK-IDX)
                       PERFORM 4410-WRITE-PAY-INSTRUCTION
                   ELSE
                       PERFORM 4415-HOLD-PAY-INSTRUCTION
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    券商下各帳戶逐一計算扣繳；應付淨額合計即劃撥金額。
       4405-SPLIT-BROKER-HOLDERS.
           MOVE ZERO TO WS-BRK-GROSS
           MOVE ZERO TO WS-BRK-TAX
           MOVE ZERO TO WS-PAY-AMOUNT
           MOVE ZERO TO WS-HOLDER-SUM
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HLD-CNT
               IF WS-HLD-BROKER-ID (HLD-IDX)
                      = WS-BRK-BROKER-ID (BRK-IDX)
                  AND WS-HLD-UNITS (HLD-IDX) > ZERO
                   ADD WS-HLD-UNITS (HLD-IDX) TO WS-HOLDER-SUM
                   PERFORM 4420-WITHHOLD-ONE-HOLDER
               END-IF
           END-PERFORM
           IF WS-HOLDER-SUM NOT = WS-BRK-UNITS (BRK-IDX)
               MOVE SPACES TO RPT-LINE
               STRING "    *ACCOUNT SPLIT OFF* BROKER "
                   WS-BRK-BROKER-ID (BRK-IDX)
                   " ACCOUNT UNITS " WS-HOLDER-SUM
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               ADD 1 TO WS-SPLITERR-CNT
           END-IF.
      *
      *    指示依 FUND-INSTR-REC 格式：'D' 異動碼、RECV 方向（本
      *    公司應付券商）、劃撥日取發放日、NAV 欄載每單位分配率。
       4410-WRITE-PAY-INSTRUCTION.
           ADD 1 TO WS-INSTR-CNT
           MOVE WS-BRK-BROKER-ID (BRK-IDX) TO FUND-BROKER-ID
           MOVE WS-DST-ETF-ID (DST-IDX)    TO FUND-ETF-ID
           MOVE WS-DST-PAY-DATE (DST-IDX)  TO FUND-TX-DATE
           MOVE SPACES                     TO RPT-LINE
           MOVE WS-BRK-BROKER-ID (BRK-IDX) TO RPT-BROKER-ID
           MOVE WS-BRK-UNITS (BRK-IDX)     TO RPT-UNITS
           MOVE WS-BRK-GROSS               TO RPT-GROSS
           MOVE WS-BRK-TAX                 TO RPT-TAX
           MOVE WS-PAY-AMOUNT              TO RPT-AMOUNT
           MOVE SPACES                     TO RPT-FLAG
           MOVE RPT-DETAIL                 TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    帳戶淨額合計僅含正部位帳戶，與券商淨持有單位數不符時
      *    不可照付；指示暫不寫出，報表及例外檔列示待查。
       4415-HOLD-PAY-INSTRUCTION.
           ADD 1 TO WS-HELD-CNT
           MOVE SPACES                     TO RPT-LINE
           MOVE WS-BRK-BROKER-ID (BRK-IDX) TO RPT-BROKER-ID
           MOVE WS-BRK-UNITS (BRK-IDX)     TO RPT-UNITS
           MOVE WS-BRK-GROSS               TO RPT-GROSS
           MOVE WS-BRK-TAX                 TO RPT-TAX
           MOVE WS-PAY-AMOUNT              TO RPT-AMOUNT
           MOVE "*INSTRUCTION HELD*"       TO RPT-FLAG
           MOVE RPT-DETAIL                 TO RPT-LINE
           WRITE RPT-LINE
           MOVE "M02DIST"  TO EXCP-SOURCE-PGM
           MOVE SPACES     TO EXCP-KEY
           STRING WS-DST-ETF-ID (DST-IDX) "/"
               WS-BRK-BROKER-ID (BRK-IDX) DELIMITED BY SIZE
               INTO EXCP-KEY
           END-STRING
           MOVE "H"        TO EXCP-SEVERITY
           MOVE "DISTRIBUTION PAYMENT HELD - ACCOUNT SPLIT OFF BROKER "
              & "UNITS" TO EXCP-TEXT
           PERFORM 8700-WRITE-EXCEPTION-REC.
      *
      *    總額 = 帳戶單位數 × 分配率；稅額 = 總額 × 扣繳率，元以下
      *    四捨五入；淨額 = 總額 - 稅額。
       4420-WITHHOLD-ONE-HOLDER.
           PERFORM 4430-LOOKUP-INVESTOR
           PERFORM 4440-FIND-WHT-RATE
           COMPUTE WS-HLD-GROSS ROUNDED =
               WS-HLD-UNITS (HLD-IDX) * WS-DST-RATE (DST-IDX)
               ON SIZE ERROR
                   DISPLAY "M02DIST ABEND - PAY AMOUNT OVERFLOWS "
                       "9(13)V99 FOR BROKER="
                       WS-BRK-BROKER-ID (BRK-IDX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           COMPUTE WS-HLD-TAX-WHOLE ROUNDED =
               WS-HLD-GROSS * WS-WHT-RATE
           MOVE WS-HLD-TAX-WHOLE TO WS-HLD-TAX
           COMPUTE WS-HLD-NET = WS-HLD-GROSS - WS-HLD-TAX
           ADD WS-HLD-GROSS TO WS-BRK-GROSS WS-DST-GROSS
           ADD WS-HLD-TAX   TO WS-BRK-TAX   WS-DST-TAX
           ADD WS-HLD-NET   TO WS-PAY-AMOUNT WS-DST-NET
           IF NOT WS-DST-POSTED (DST-IDX)
               PERFORM 4450-POST-WHT-LEDGER
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-HLD-ACNT (HLD-IDX) (1:4) TO RPT-H-ACNT-BROKER
           MOVE WS-HLD-ACNT (HLD-IDX) (5:7) TO RPT-H-ACNT-NO
           MOVE WS-INVESTOR-TYPE      TO RPT-H-TYPE
           MOVE WS-HLD-UNITS (HLD-IDX) TO RPT-H-UNITS
           MOVE WS-HLD-GROSS          TO RPT-H-GROSS
           MOVE WS-WHT-RATE           TO RPT-H-WHT-RATE
           MOVE WS-HLD-TAX            TO RPT-H-TAX
           MOVE WS-HLD-NET            TO RPT-H-NET
           MOVE RPT-HOLDER            TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    類別不在 D/Q/N 或帳戶查無者記 '?'。
       4430-LOOKUP-INVESTOR.
           MOVE WS-HLD-ACNT (HLD-IDX) TO ACNM-ACNT
           IF WS-HLD-ACNT (HLD-IDX) = SPACES
               MOVE 'N' TO WS-ACNT-FOUND-SW
           ELSE
               READ ACCOUNT-FILE
                   INVALID KEY     MOVE 'N' TO WS-ACNT-FOUND-SW
                   NOT INVALID KEY MOVE 'Y' TO WS-ACNT-FOUND-SW
               END-READ
           END-IF
           IF WS-ACNT-FOUND
              AND (ACNM-DOMESTIC OR ACNM-FOREIGN)
               MOVE ACNM-INVESTOR-TYPE TO WS-INVESTOR-TYPE
               MOVE ACNM-ID-NO         TO WS-ID-NO
               MOVE ACNM-HOLDER-NAME   TO WS-HOLDER-NAME
           ELSE
               MOVE "?"    TO WS-INVESTOR-TYPE
               MOVE SPACES TO WS-ID-NO
               MOVE SPACES TO WS-HOLDER-NAME
               IF WS-ACNT-FOUND
                   MOVE ACNM-ID-NO       TO WS-ID-NO
                   MOVE ACNM-HOLDER-NAME TO WS-HOLDER-NAME
               END-IF
           END-IF.
      *
      *    取該類別生效日不晚於發放日之最新一筆；本國查無視為
      *    不扣繳（境外及 '?' 類已於 2600 確認必有）。
       4440-FIND-WHT-RATE.
           MOVE 'N'    TO WS-RATE-FOUND-SW
           MOVE ZERO   TO WS-WHT-RATE
           MOVE SPACES TO WS-INCOME-CODE
           MOVE ZERO   TO WS-BEST-EFF
           PERFORM VARYING WHR-IDX FROM 1 BY 1
                   UNTIL WHR-IDX > WS-WHR-CNT
               IF WS-WHR-TYPE (WHR-IDX) = WS-INVESTOR-TYPE
                  AND WS-WHR-EFF (WHR-IDX) <= WS-DST-PAY-DATE (DST-IDX)
                  AND WS-WHR-EFF (WHR-IDX) >= WS-BEST-EFF
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-WHR-EFF (WHR-IDX)  TO WS-BEST-EFF
                   MOVE WS-WHR-RATE (WHR-IDX) TO WS-WHT-RATE
                   MOVE WS-WHR-CODE (WHR-IDX) TO WS-INCOME-CODE
               END-IF
           END-PERFORM.
      *
       4450-POST-WHT-LEDGER.
           ADD 1 TO WS-POST-CNT
           MOVE SPACES                     TO WHT-LEDGER-REC
           MOVE WS-DST-ETF-ID (DST-IDX)    TO WHL-ETF-ID
           MOVE WS-DST-EX-DATE (DST-IDX)   TO WHL-EX-DATE
           MOVE WS-DST-PAY-DATE (DST-IDX)  TO WHL-PAY-DATE
           MOVE WS-BRK-BROKER-ID (BRK-IDX) TO WHL-BROKER-ID
           MOVE WS-HLD-ACNT (HLD-IDX)      TO WHL-ACNT
           MOVE WS-INVESTOR-TYPE           TO WHL-INVESTOR-TYPE
           MOVE WS-ID-NO                   TO WHL-ID-NO
           MOVE WS-HOLDER-NAME             TO WHL-HOLDER-NAME
           MOVE WS-INCOME-CODE             TO WHL-INCOME-CODE
           MOVE WS-HLD-UNITS (HLD-IDX)     TO WHL-UNITS
           MOVE WS-DST-RATE (DST-IDX)      TO WHL-DIST-RATE
           MOVE WS-WHT-RATE                TO WHL-WHT-RATE
           MOVE WS-HLD-GROSS               TO WHL-GROSS
           MOVE WS-HLD-TAX                 TO WHL-TAX
           MOVE WS-HLD-NET                 TO WHL-NET
           MOVE WS-TODAY-DATE              TO WHL-POST-DATE
           WRITE WHT-LEDGER-REC
           IF WS-INVESTOR-TYPE = "?"
               ADD 1 TO WS-UNKNOWN-CNT
               MOVE "M02DIST"  TO EXCP-SOURCE-PGM
               MOVE SPACES     TO EXCP-KEY
               STRING WS-DST-ETF-ID (DST-IDX) "/"
                   WS-HLD-ACNT (HLD-IDX) DELIMITED BY SIZE
                   INTO EXCP-KEY
               END-STRING
               MOVE "M"        TO EXCP-SEVERITY
               MOVE "DISTRIBUTION HOLDER NOT ON ACNTMSTR - WITHHELD "
                  & "AT '?' RATE" TO EXCP-TEXT
               PERFORM 8700-WRITE-EXCEPTION-REC
           END-IF.
      *
       4500-TIE-TO-LEDGER.
           MOVE SPACES          TO RPT-LINE
           END-IF
           MOVE RPT-TIE-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
       4600-WITHHOLDING-TOTALS.
           MOVE SPACES        TO RPT-LINE
           MOVE WS-DST-GROSS  TO RPT-W-GROSS
           MOVE WS-DST-TAX    TO RPT-W-TAX
           MOVE WS-DST-NET    TO RPT-W-NET
           IF WS-DST-POSTED (DST-IDX)
               MOVE "LEDGER ALREADY POSTED - SKIPPED" TO RPT-W-FLAG
           ELSE
               MOVE "POSTED TO WHTLEDG"               TO RPT-W-FLAG
           END-IF
           MOVE RPT-WHT-TOTAL TO RPT-LINE
           WRITE RPT-LINE.
      *
       8700-WRITE-EXCEPTION-REC.
           MOVE "U"    TO EXCP-STATUS
           MOVE SPACES TO EXCP-ACK-ID
           MOVE ZERO   TO EXCP-ACK-DATE
           WRITE EXCEPTION-REC.
      *
       9000-TERMINATE.
           CLOSE DIST-INSTR-FILE
           CLOSE DIST-RPT
           CLOSE WHT-LEDGER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE EXCP-FILE
           DISPLAY "M02DIST DISTRIBUTIONS=" WS-DIST-CNT
               " INSTRUCTIONS=" WS-INSTR-CNT
               " SPLIT-ERRORS=" WS-SPLITERR-CNT
               " HELD=" WS-HELD-CNT
           DISPLAY "M02DIST WHT POSTINGS=" WS-POST-CNT
               " UNKNOWN HOLDERS=" WS-UNKNOWN-CNT.
      *
