      * 檔案名稱：M02EINV
      *---------------------------------------------------------------
      * 券商手續費統一發票（電子發票）開立
      * 月結請款（M02BILL）與立帳（M02ARSL）後，發票原仍由人工於
      * 財政部電子發票整合服務平台逐張鍵入。本程式：
      *   1. 字軌配號主檔（TRKIN -> TRKOUT 帶檔滾存）併入平台下載
      *      之新配號（TRKNEW）；
      *   2. 就計費彙總檔（BILLSUMM）每券商一筆，對應應收帳款明細
      *      帳（ARMSTR）之手續費項目，以立帳金額（含稅）開立發票，
      *      自當期字軌依序取號；帳款尚未立帳、券商主檔無統一編號
      *      或已開立未作廢者不開立；
      *   3. 讀取減價異動檔（EINVADJ，券商 + 計費月份 + 減後金額）：
      *      原發票屬當期者作廢後以減後金額重開（減為零者僅作廢），
      *      已屬前期（營業稅已申報）者就差額開立折讓證明單；
      *   4. 每張開立/作廢/折讓寫平台上傳檔（EINVUPL）並附加開立
      *      登記簿（EINVREG）；
      *   5. 當期字軌餘號低於控制卡（EINVPARM）所定水位者列警示
      *      並寫 EXCPFILE（M），已用罄致無法開立者寫 EXCPFILE（H）。
      * 發票期別以兩個月為一期（單月表示），當期取營業日（BUSDATE）
      * 所屬之期。金額取新臺幣元：總計 = 立帳金額四捨五入，銷售額
      * = 總計 / 1.05 四捨五入，稅額 = 總計 - 銷售額。減價後應收
      * 帳款之調整由財務依本報表另行處理，本程式不改寫 ARSUB。
      * 有任何未開立、無法取號或減價被拒者以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02EINV.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "EINVPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRK-FILE-IN ASSIGN TO "TRKIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRK-NEW-FILE ASSIGN TO "TRKNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRK-FILE-OUT ASSIGN TO "TRKOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EINV-REG-FILE ASSIGN TO "EINVREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-SUB-FILE ASSIGN TO "ARMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BILL-SUMM-FILE ASSIGN TO "BILLSUMM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJ-FILE-IN ASSIGN TO "EINVADJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EINV-UPL-FILE ASSIGN TO "EINVUPL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EINV-RPT     ASSIGN TO "M02VRPT"
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
           05  PARM-SELLER-BAN PIC X(08).
           05  PARM-LOW-WATER  PIC 9(05).
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  TRK-FILE-IN
           RECORDING MODE IS F.
           COPY "einvtrk.cpy".
      *
       FD  TRK-NEW-FILE
           RECORDING MODE IS F.
       01  TRK-NEW-REC.
           05  TN-PERIOD       PIC 9(06).
           05  TN-TRACK        PIC X(02).
           05  TN-START-NO     PIC 9(08).
           05  TN-END-NO       PIC 9(08).
           05  FILLER          PIC X(26).
      *
       FD  TRK-FILE-OUT
           RECORDING MODE IS F.
       01  TRK-OUT-REC         PIC X(50).
      *
       FD  EINV-REG-FILE
           RECORDING MODE IS F.
           COPY "einvreg.cpy".
      *
       FD  AR-SUB-FILE
           RECORDING MODE IS F.
           COPY "arsub.cpy".
      *
       FD  BILL-SUMM-FILE
           RECORDING MODE IS F.
       01  BILL-SUMM-REC.
           05  BS-BILL-MONTH   PIC 9(06).
           05  BS-BROKER-ID    PIC X(04).
           05  BS-FEE-COUNT    PIC 9(07).
           05  BS-FEE-AMOUNT   PIC 9(13)V99.
      *
       FD  ADJ-FILE-IN
           RECORDING MODE IS F.
       01  ADJ-REC.
           05  ADJ-BROKER-ID   PIC X(04).
           05  ADJ-BILL-MONTH  PIC 9(06).
           05  ADJ-NEW-AMOUNT  PIC 9(13)V99.
           05  ADJ-REASON      PIC X(20).
      *
       FD  EINV-UPL-FILE
           RECORDING MODE IS F.
           COPY "einvupl.cpy".
      *
       FD  EXCP-FILE
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       FD  EINV-RPT
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
           05  WS-NUMBER-SW    PIC X(01) VALUE 'N'.
               88  WS-NUMBER-OK          VALUE 'Y'.
           05  WS-EXCP-SW      PIC X(01) VALUE 'N'.
               88  WS-ANY-EXCEPTION      VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-BILL-CNT     PIC 9(05) VALUE ZERO.
           05  WS-ISSUED-CNT   PIC 9(05) VALUE ZERO.
           05  WS-SKIPPED-CNT  PIC 9(05) VALUE ZERO.
           05  WS-VOID-CNT     PIC 9(05) VALUE ZERO.
           05  WS-ALLOW-CNT    PIC 9(05) VALUE ZERO.
           05  WS-REJECT-CNT   PIC 9(05) VALUE ZERO.
           05  WS-NEW-TRK-CNT  PIC 9(05) VALUE ZERO.
           05  WS-ALLOW-SEQ    PIC 9(04) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YYYYMM   PIC 9(06).
           05  FILLER          PIC 9(02).
       01  WS-PERIOD-WORK      PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
           05  WS-PW-YYYY      PIC 9(04).
           05  WS-PW-MM        PIC 9(02).
       01  WS-CUR-PERIOD       PIC 9(06) VALUE ZERO.
       01  WS-SELLER-BAN       PIC X(08) VALUE SPACES.
       01  WS-LOW-WATER        PIC 9(05) VALUE ZERO.
       01  WS-REMAIN-NOS       PIC 9(09) VALUE ZERO.
       01  WS-NOW-TIME         PIC 9(06) VALUE ZERO.
       01  WS-LOOK-BROKER      PIC X(04) VALUE SPACES.
       01  WS-LOOK-MONTH       PIC 9(06) VALUE ZERO.
       01  WS-LIVE-IDX         PIC 9(05) VALUE ZERO.
       01  WS-NET-AMT          PIC 9(12) VALUE ZERO.
       01  WS-NEW-AMT          PIC 9(12) VALUE ZERO.
       01  WS-OLD-INVOICE      PIC X(10) VALUE SPACES.
       01  WS-EXCP-KEY         PIC X(20) VALUE SPACES.
       01  WS-EXCP-SEVERITY    PIC X(01) VALUE SPACE.
       01  WS-EXCP-TEXT        PIC X(60) VALUE SPACES.
      *
      *    開立/作廢/折讓之工作區（7000-7300 共用）。
       01  WS-ISSUE.
           05  WS-ISS-MSG-TYPE     PIC X(05).
           05  WS-ISS-INVOICE-NO.
               10  WS-ISS-TRACK    PIC X(02).
               10  WS-ISS-NUMBER   PIC 9(08).
           05  WS-ISS-BROKER-ID    PIC X(04).
           05  WS-ISS-BILL-MONTH   PIC 9(06).
           05  WS-ISS-ITEM-TYPE    PIC X(01).
           05  WS-ISS-BUYER-BAN    PIC X(08).
           05  WS-ISS-BUYER-NAME   PIC X(40).
           05  WS-ISS-TOTAL-AMT    PIC 9(12).
           05  WS-ISS-SALES-AMT    PIC 9(12).
           05  WS-ISS-TAX-AMT      PIC 9(10).
           05  WS-ISS-LINK-INVOICE PIC X(10).
           05  WS-ISS-REASON       PIC X(20).
           05  WS-ISS-ALLOW-NO.
               10  FILLER          PIC X(02) VALUE "AL".
               10  WS-ISS-ALLOW-DATE PIC 9(08).
               10  WS-ISS-ALLOW-SEQ  PIC 9(04).
               10  FILLER          PIC X(02) VALUE SPACES.
      *
       01  WS-TRK-TABLE.
           05  WS-TRK-CNT      PIC 9(04) VALUE ZERO.
           05  WS-TRK-ENTRY OCCURS 200 TIMES
                   INDEXED BY TRK-IDX.
               10  WS-TRK-PERIOD   PIC 9(06).
               10  WS-TRK-TRACK    PIC X(02).
               10  WS-TRK-START-NO PIC 9(08).
               10  WS-TRK-END-NO   PIC 9(08).
               10  WS-TRK-NEXT-NO  PIC 9(08).
               10  WS-TRK-ALLOT-DATE PIC 9(08).
      *
      *    登記簿：開立者記作廢註記及累計折讓，折讓/作廢筆另存。
       01  WS-REG-TABLE.
           05  WS-REG-CNT      PIC 9(05) VALUE ZERO.
           05  WS-REG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY REG-IDX.
               10  WS-REG-INVOICE-NO PIC X(10).
               10  WS-REG-TYPE     PIC X(01).
               10  WS-REG-PERIOD   PIC 9(06).
               10  WS-REG-BROKER-ID PIC X(04).
               10  WS-REG-BILL-MONTH PIC 9(06).
               10  WS-REG-ITEM-TYPE PIC X(01).
               10  WS-REG-BUYER-BAN PIC X(08).
               10  WS-REG-TOTAL-AMT PIC 9(12).
               10  WS-REG-ALLOWED  PIC 9(12).
               10  WS-REG-VOID-SW  PIC X(01).
      *
      *    應收帳款手續費項目（對應發票之立帳金額）。
       01  WS-AR-TABLE.
           05  WS-AR-CNT       PIC 9(05) VALUE ZERO.
           05  WS-AR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY AR-IDX.
               10  WS-AR-BROKER    PIC X(04).
               10  WS-AR-MONTH     PIC 9(06).
               10  WS-AR-TYPE      PIC X(01).
               10  WS-AR-INVOICE   PIC 9(13)V99.
      *
       01  RPT-HEAD-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(36) VALUE
               "BROKER FEE E-INVOICE ISSUANCE  DATE=".
           05  RPT-H-DATE      PIC 9(08).
           05  FILLER          PIC X(09) VALUE "  PERIOD=".
           05  RPT-H-PERIOD    PIC 9(06).
           05  FILLER          PIC X(08) VALUE "  SELLER".
           05  FILLER          PIC X(05) VALUE " BAN=".
           05  RPT-H-SELLER    PIC X(08).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(48) VALUE
               " ACTION     INVOICE    BRKR  MONTH  BUYER-BAN   ".
           05  FILLER          PIC X(48) VALUE
               "  SALES AMT      TAX AMT    TOTAL AMT LINK/ALLOW".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ACTION      PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-INVOICE-NO  PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BROKER-ID   PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BILL-MONTH  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BUYER-BAN   PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-SALES-AMT   PIC Z(11)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TAX-AMT     PIC Z(9)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOTAL-AMT   PIC Z(11)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-LINK        PIC X(16).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-REASON      PIC X(20).
       01  RPT-EXCEPTION.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(04) VALUE "*** ".
           05  RPT-X-KEY       PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-X-TEXT      PIC X(60).
       01  RPT-TRACK-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(07) VALUE "PERIOD=".
           05  RPT-T-PERIOD    PIC 9(06).
           05  FILLER          PIC X(07) VALUE " TRACK=".
           05  RPT-T-TRACK     PIC X(02).
           05  FILLER          PIC X(07) VALUE " RANGE=".
           05  RPT-T-START     PIC 9(08).
           05  FILLER          PIC X(01) VALUE "-".
           05  RPT-T-END       PIC 9(08).
           05  FILLER          PIC X(06) VALUE " NEXT=".
           05  RPT-T-NEXT      PIC 9(08).
           05  FILLER          PIC X(11) VALUE " REMAINING=".
           05  RPT-T-REMAIN    PIC Z(8)9.
       01  RPT-SUPPLY-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(36) VALUE
               "NUMBERS REMAINING IN CURRENT PERIOD=".
           05  RPT-S-REMAIN    PIC Z(8)9.
           05  FILLER          PIC X(12) VALUE "  LOW WATER=".
           05  RPT-S-LOW       PIC Z(4)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-S-WARN      PIC X(30).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TRACKS
           PERFORM 2500-ADD-NEW-ALLOTMENTS
           PERFORM 3000-LOAD-REGISTER
           PERFORM 3500-LOAD-AR-FEE-ITEMS
           OPEN EXTEND EINV-REG-FILE
           PERFORM 4000-ISSUE-INVOICES
           PERFORM 5000-APPLY-ADJUSTMENTS
           PERFORM 6000-CHECK-TRACK-SUPPLY
           PERFORM 8000-REWRITE-TRACKS
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "M02EINV ABEND - EINVPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-SELLER-BAN TO WS-SELLER-BAN
           MOVE PARM-LOW-WATER  TO WS-LOW-WATER
           CLOSE PARM-FILE-IN
           IF WS-SELLER-BAN IS NOT NUMERIC
               DISPLAY "M02EINV ABEND - EINVPARM SELLER TAX ID "
                   WS-SELLER-BAN " IS NOT 8 DIGITS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M02EINV ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE
           MOVE WS-BUS-YYYYMM TO WS-PERIOD-WORK
           PERFORM 8500-PERIOD-OF-MONTH
           MOVE WS-PERIOD-WORK TO WS-CUR-PERIOD
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME
           OPEN OUTPUT EINV-UPL-FILE
           OPEN EXTEND EXCP-FILE
           OPEN OUTPUT EINV-RPT
           OPEN INPUT  BROKER-FILE
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE
           MOVE WS-CUR-PERIOD    TO RPT-H-PERIOD
           MOVE WS-SELLER-BAN    TO RPT-H-SELLER
           MOVE RPT-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE.
      *
       2000-LOAD-TRACKS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRK-FILE-IN
           PERFORM 2100-READ-TRACK
           PERFORM UNTIL WS-EOF
               PERFORM 2200-ADD-TRACK-ENTRY
               MOVE TRK-PERIOD     TO WS-TRK-PERIOD (TRK-IDX)
               MOVE TRK-TRACK      TO WS-TRK-TRACK (TRK-IDX)
               MOVE TRK-START-NO   TO WS-TRK-START-NO (TRK-IDX)
               MOVE TRK-END-NO     TO WS-TRK-END-NO (TRK-IDX)
               MOVE TRK-NEXT-NO    TO WS-TRK-NEXT-NO (TRK-IDX)
               MOVE TRK-ALLOT-DATE TO WS-TRK-ALLOT-DATE (TRK-IDX)
               PERFORM 2100-READ-TRACK
           END-PERFORM
           CLOSE TRK-FILE-IN.
      *
       2100-READ-TRACK.
           READ TRK-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-ADD-TRACK-ENTRY.
           IF WS-TRK-CNT >= 200
               DISPLAY "M02EINV ABEND - TRACK TABLE FULL AT 200 "
                   "ENTRIES, RAISE WS-TRK-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRK-CNT
           SET TRK-IDX TO WS-TRK-CNT.
      *
      *    平台配號下載檔：同期別、字軌、起號已在主檔者視為重送
      *    略過；起迄顛倒或期別非單月者列例外不併入。
       2500-ADD-NEW-ALLOTMENTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRK-NEW-FILE
           PERFORM 2600-READ-NEW-TRACK
           PERFORM UNTIL WS-EOF
               SET WS-FOUND-SW TO 'N'
               PERFORM VARYING TRK-IDX FROM 1 BY 1
                       UNTIL TRK-IDX > WS-TRK-CNT
                   IF WS-TRK-PERIOD (TRK-IDX) = TN-PERIOD
                      AND WS-TRK-TRACK (TRK-IDX) = TN-TRACK
                      AND WS-TRK-START-NO (TRK-IDX) = TN-START-NO
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE TN-PERIOD TO WS-PERIOD-WORK
               EVALUATE TRUE
                   WHEN WS-FOUND
                       CONTINUE
                   WHEN TN-START-NO > TN-END-NO
                     OR WS-PW-MM < 1 OR WS-PW-MM > 12
                     OR FUNCTION MOD (WS-PW-MM, 2) = 0
                       MOVE TN-TRACK TO WS-EXCP-KEY
                       MOVE TN-START-NO TO WS-EXCP-KEY (4:8)
                       MOVE "M" TO WS-EXCP-SEVERITY
                       MOVE "NEW TRACK ALLOTMENT REJECTED - BAD PERIOD "
                          & "OR RANGE" TO WS-EXCP-TEXT
                       PERFORM 8800-WRITE-EXCEPTION
                   WHEN OTHER
                       PERFORM 2200-ADD-TRACK-ENTRY
                       ADD 1 TO WS-NEW-TRK-CNT
                       MOVE TN-PERIOD   TO WS-TRK-PERIOD (TRK-IDX)
                       MOVE TN-TRACK    TO WS-TRK-TRACK (TRK-IDX)
                       MOVE TN-START-NO TO WS-TRK-START-NO (TRK-IDX)
                       MOVE TN-END-NO   TO WS-TRK-END-NO (TRK-IDX)
                       MOVE TN-START-NO TO WS-TRK-NEXT-NO (TRK-IDX)
                       MOVE WS-BUSINESS-DATE
                           TO WS-TRK-ALLOT-DATE (TRK-IDX)
               END-EVALUATE
               PERFORM 2600-READ-NEW-TRACK
           END-PERFORM
           CLOSE TRK-NEW-FILE.
      *
       2600-READ-NEW-TRACK.
           READ TRK-NEW-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    作廢筆標註原開立筆；折讓筆累計至原開立筆。當日已開之
      *    折讓單數供折讓單號續編。
       3000-LOAD-REGISTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EINV-REG-FILE
           PERFORM 3100-READ-REGISTER
           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN EIR-ISSUED
                       PERFORM 3200-ADD-REG-ENTRY
                       PERFORM 3250-KEEP-ISSUED-ENTRY
                   WHEN EIR-VOIDED
                       PERFORM 3300-FIND-REG-INVOICE
                       IF WS-FOUND
                           MOVE "Y" TO WS-REG-VOID-SW (REG-IDX)
                       END-IF
                   WHEN EIR-ALLOWANCE
                       PERFORM 3300-FIND-REG-INVOICE
                       IF WS-FOUND
                           ADD EIR-TOTAL-AMT
                               TO WS-REG-ALLOWED (REG-IDX)
                       END-IF
                       IF EIR-ENTRY-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-ALLOW-SEQ
                       END-IF
               END-EVALUATE
               PERFORM 3100-READ-REGISTER
           END-PERFORM
           CLOSE EINV-REG-FILE.
      *
       3100-READ-REGISTER.
           READ EINV-REG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3200-ADD-REG-ENTRY.
           IF WS-REG-CNT >= 5000
               DISPLAY "M02EINV ABEND - REGISTER TABLE FULL AT 5000 "
                   "ENTRIES, RAISE WS-REG-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REG-CNT
           SET REG-IDX TO WS-REG-CNT
           INITIALIZE WS-REG-ENTRY (REG-IDX)
           MOVE "I" TO WS-REG-TYPE (REG-IDX)
           MOVE "N" TO WS-REG-VOID-SW (REG-IDX).
      *
       3250-KEEP-ISSUED-ENTRY.
           MOVE EIR-INVOICE-NO TO WS-REG-INVOICE-NO (REG-IDX)
           MOVE EIR-PERIOD     TO WS-REG-PERIOD (REG-IDX)
           MOVE EIR-BROKER-ID  TO WS-REG-BROKER-ID (REG-IDX)
           MOVE EIR-BILL-MONTH TO WS-REG-BILL-MONTH (REG-IDX)
           MOVE EIR-ITEM-TYPE  TO WS-REG-ITEM-TYPE (REG-IDX)
           MOVE EIR-BUYER-BAN  TO WS-REG-BUYER-BAN (REG-IDX)
           MOVE EIR-TOTAL-AMT  TO WS-REG-TOTAL-AMT (REG-IDX).
      *
       3300-FIND-REG-INVOICE.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-CNT
               IF WS-REG-INVOICE-NO (REG-IDX) = EIR-INVOICE-NO
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       3500-LOAD-AR-FEE-ITEMS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AR-SUB-FILE
           PERFORM 3600-READ-AR
           PERFORM UNTIL WS-EOF
               IF AR-FEE-ITEM
                   IF WS-AR-CNT >= 5000
                       DISPLAY "M02EINV ABEND - A/R TABLE FULL AT "
                           "5000 ENTRIES, RAISE WS-AR-ENTRY OCCURS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-AR-CNT
                   SET AR-IDX TO WS-AR-CNT
                   MOVE AR-BROKER-ID   TO WS-AR-BROKER (AR-IDX)
                   MOVE AR-BILL-MONTH  TO WS-AR-MONTH (AR-IDX)
                   MOVE AR-ITEM-TYPE   TO WS-AR-TYPE (AR-IDX)
                   MOVE AR-INVOICE-AMT TO WS-AR-INVOICE (AR-IDX)
               END-IF
               PERFORM 3600-READ-AR
           END-PERFORM
           CLOSE AR-SUB-FILE.
      *
       3600-READ-AR.
           READ AR-SUB-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    每券商每計費月份一張；須已立帳、未開立（或已作廢）且
      *    券商主檔有統一編號。
       4000-ISSUE-INVOICES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BILL-SUMM-FILE
           PERFORM 4100-READ-BILL
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-BILL-CNT
               MOVE BS-BROKER-ID  TO WS-LOOK-BROKER
               MOVE BS-BILL-MONTH TO WS-LOOK-MONTH
               PERFORM 4200-ISSUE-FOR-BILL
               PERFORM 4100-READ-BILL
           END-PERFORM
           CLOSE BILL-SUMM-FILE.
      *
       4100-READ-BILL.
           READ BILL-SUMM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       4200-ISSUE-FOR-BILL.
           MOVE SPACES TO WS-EXCP-KEY
           STRING WS-LOOK-BROKER " " WS-LOOK-MONTH
               DELIMITED BY SIZE INTO WS-EXCP-KEY
           END-STRING
           PERFORM 8200-FIND-LIVE-INVOICE
           IF WS-FOUND
               ADD 1 TO WS-SKIPPED-CNT
               EXIT PARAGRAPH
           END-IF
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > WS-AR-CNT
               IF WS-AR-BROKER (AR-IDX) = WS-LOOK-BROKER
                  AND WS-AR-MONTH (AR-IDX) = WS-LOOK-MONTH
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               ADD 1 TO WS-REJECT-CNT
               MOVE "H" TO WS-EXCP-SEVERITY
               MOVE "FEE BILLED BUT NOT BOOKED ON A/R - NO INVOICE "
                  & "ISSUED" TO WS-EXCP-TEXT
               PERFORM 8800-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 8300-GET-BUYER
           IF NOT WS-BRK-FOUND OR BRKM-TAX-ID IS NOT NUMERIC
               ADD 1 TO WS-REJECT-CNT
               MOVE "H" TO WS-EXCP-SEVERITY
               MOVE "BROKER HAS NO TAX ID ON BRKMSTR - NO INVOICE "
                  & "ISSUED" TO WS-EXCP-TEXT
               PERFORM 8800-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ISS-TOTAL-AMT ROUNDED = WS-AR-INVOICE (AR-IDX)
           IF WS-ISS-TOTAL-AMT = ZERO
               ADD 1 TO WS-SKIPPED-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-BROKER     TO WS-ISS-BROKER-ID
           MOVE WS-LOOK-MONTH      TO WS-ISS-BILL-MONTH
           MOVE WS-AR-TYPE (AR-IDX) TO WS-ISS-ITEM-TYPE
           MOVE SPACES             TO WS-ISS-LINK-INVOICE
           MOVE SPACES             TO WS-ISS-REASON
           PERFORM 7000-ISSUE-ONE-INVOICE.
      *
      *    減後金額須小於發票現額（總計減已折讓）；當期發票作廢
      *    重開，前期發票就差額開立折讓證明單。
       5000-APPLY-ADJUSTMENTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ADJ-FILE-IN
           PERFORM 5100-READ-ADJUSTMENT
           PERFORM UNTIL WS-EOF
               MOVE ADJ-BROKER-ID  TO WS-LOOK-BROKER
               MOVE ADJ-BILL-MONTH TO WS-LOOK-MONTH
               PERFORM 5200-APPLY-ONE-ADJUSTMENT
               PERFORM 5100-READ-ADJUSTMENT
           END-PERFORM
           CLOSE ADJ-FILE-IN.
      *
       5100-READ-ADJUSTMENT.
           READ ADJ-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       5200-APPLY-ONE-ADJUSTMENT.
           MOVE SPACES TO WS-EXCP-KEY
           STRING WS-LOOK-BROKER " " WS-LOOK-MONTH
               DELIMITED BY SIZE INTO WS-EXCP-KEY
           END-STRING
           PERFORM 8200-FIND-LIVE-INVOICE
           IF NOT WS-FOUND
               ADD 1 TO WS-REJECT-CNT
               MOVE "M" TO WS-EXCP-SEVERITY
               MOVE "FEE REDUCTION REJECTED - NO LIVE INVOICE FOR "
                  & "BROKER/MONTH" TO WS-EXCP-TEXT
               PERFORM 8800-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           SET REG-IDX TO WS-LIVE-IDX
           COMPUTE WS-NET-AMT = WS-REG-TOTAL-AMT (REG-IDX)
                              - WS-REG-ALLOWED (REG-IDX)
           COMPUTE WS-NEW-AMT ROUNDED = ADJ-NEW-AMOUNT
           IF WS-NEW-AMT >= WS-NET-AMT
               ADD 1 TO WS-REJECT-CNT
               MOVE "M" TO WS-EXCP-SEVERITY
               MOVE "FEE REDUCTION REJECTED - NEW AMOUNT NOT BELOW "
                  & "INVOICE" TO WS-EXCP-TEXT
               PERFORM 8800-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 8300-GET-BUYER
           MOVE WS-REG-BROKER-ID (REG-IDX)  TO WS-ISS-BROKER-ID
           MOVE WS-REG-BILL-MONTH (REG-IDX) TO WS-ISS-BILL-MONTH
           MOVE WS-REG-ITEM-TYPE (REG-IDX)  TO WS-ISS-ITEM-TYPE
           MOVE WS-REG-BUYER-BAN (REG-IDX)  TO WS-ISS-BUYER-BAN
           MOVE ADJ-REASON                  TO WS-ISS-REASON
           IF WS-REG-PERIOD (REG-IDX) = WS-CUR-PERIOD
              AND WS-REG-ALLOWED (REG-IDX) = ZERO
               PERFORM 7200-VOID-AND-REISSUE
           ELSE
               COMPUTE WS-ISS-TOTAL-AMT = WS-NET-AMT - WS-NEW-AMT
               PERFORM 7300-ISSUE-ALLOWANCE
           END-IF.
      *
      *    當期餘號 = 當期各區間（迄號 - 下一號 + 1）之和。
       6000-CHECK-TRACK-SUPPLY.
           MOVE ZERO TO WS-REMAIN-NOS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TRACK RANGES" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING TRK-IDX FROM 1 BY 1
                   UNTIL TRK-IDX > WS-TRK-CNT
               IF WS-TRK-PERIOD (TRK-IDX) >= WS-CUR-PERIOD
                   MOVE SPACES                     TO RPT-LINE
                   MOVE WS-TRK-PERIOD (TRK-IDX)    TO RPT-T-PERIOD
                   MOVE WS-TRK-TRACK (TRK-IDX)     TO RPT-T-TRACK
                   MOVE WS-TRK-START-NO (TRK-IDX)  TO RPT-T-START
                   MOVE WS-TRK-END-NO (TRK-IDX)    TO RPT-T-END
                   MOVE WS-TRK-NEXT-NO (TRK-IDX)   TO RPT-T-NEXT
                   IF WS-TRK-NEXT-NO (TRK-IDX)
                           > WS-TRK-END-NO (TRK-IDX)
                       MOVE ZERO TO RPT-T-REMAIN
                   ELSE
                       COMPUTE RPT-T-REMAIN =
                           WS-TRK-END-NO (TRK-IDX)
                           - WS-TRK-NEXT-NO (TRK-IDX) + 1
                       IF WS-TRK-PERIOD (TRK-IDX) = WS-CUR-PERIOD
                           COMPUTE WS-REMAIN-NOS = WS-REMAIN-NOS
                               + WS-TRK-END-NO (TRK-IDX)
                               - WS-TRK-NEXT-NO (TRK-IDX) + 1
                       END-IF
                   END-IF
                   MOVE RPT-TRACK-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES        TO RPT-LINE
           MOVE WS-REMAIN-NOS TO RPT-S-REMAIN
           MOVE WS-LOW-WATER  TO RPT-S-LOW
           MOVE SPACES        TO RPT-S-WARN
           IF WS-REMAIN-NOS < WS-LOW-WATER
               MOVE "** LOW - REQUEST ALLOTMENT **" TO RPT-S-WARN
               MOVE SPACES TO WS-EXCP-KEY
               STRING "PERIOD " WS-CUR-PERIOD
                   DELIMITED BY SIZE INTO WS-EXCP-KEY
               END-STRING
               MOVE "M" TO WS-EXCP-SEVERITY
               MOVE "E-INVOICE TRACK RANGE NEARLY USED UP - REQUEST "
                  & "ALLOTMENT" TO WS-EXCP-TEXT
               PERFORM 8810-WRITE-EXCP-RECORD
           END-IF
           MOVE RPT-SUPPLY-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    取號、拆算銷售額與稅額、寫登記簿與上傳檔。
       7000-ISSUE-ONE-INVOICE.
           PERFORM 7100-NEXT-INVOICE-NUMBER
           IF NOT WS-NUMBER-OK
               ADD 1 TO WS-REJECT-CNT
               MOVE "H" TO WS-EXCP-SEVERITY
               MOVE "NO E-INVOICE NUMBER LEFT IN CURRENT PERIOD - "
                  & "NOT ISSUED" TO WS-EXCP-TEXT
               PERFORM 8800-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 7050-WRITE-ISSUED.
      *
       7050-WRITE-ISSUED.
           PERFORM 8400-SPLIT-TAX
           ADD 1 TO WS-ISSUED-CNT
           MOVE SPACES              TO EINV-REGISTER-REC
           MOVE WS-ISS-INVOICE-NO   TO EIR-INVOICE-NO
           SET EIR-ISSUED           TO TRUE
           MOVE WS-BUSINESS-DATE    TO EIR-ENTRY-DATE
           MOVE WS-CUR-PERIOD       TO EIR-PERIOD
           PERFORM 7500-FILL-REGISTER-AMOUNTS
           MOVE WS-ISS-LINK-INVOICE TO EIR-LINK-INVOICE
           WRITE EINV-REGISTER-REC
           PERFORM 3200-ADD-REG-ENTRY
           MOVE WS-ISS-INVOICE-NO   TO WS-REG-INVOICE-NO (REG-IDX)
           MOVE WS-CUR-PERIOD       TO WS-REG-PERIOD (REG-IDX)
           MOVE WS-ISS-BROKER-ID    TO WS-REG-BROKER-ID (REG-IDX)
           MOVE WS-ISS-BILL-MONTH   TO WS-REG-BILL-MONTH (REG-IDX)
           MOVE WS-ISS-ITEM-TYPE    TO WS-REG-ITEM-TYPE (REG-IDX)
           MOVE WS-ISS-BUYER-BAN    TO WS-REG-BUYER-BAN (REG-IDX)
           MOVE WS-ISS-TOTAL-AMT    TO WS-REG-TOTAL-AMT (REG-IDX)
           MOVE "A0401"             TO WS-ISS-MSG-TYPE
           PERFORM 7600-WRITE-UPLOAD
           MOVE "ISSUED"            TO RPT-ACTION
           MOVE WS-ISS-LINK-INVOICE TO RPT-LINK
           PERFORM 7700-WRITE-DETAIL.
      *
       7100-NEXT-INVOICE-NUMBER.
           PERFORM 7150-FIND-OPEN-RANGE
           IF WS-NUMBER-OK
               MOVE WS-TRK-TRACK (TRK-IDX)   TO WS-ISS-TRACK
               MOVE WS-TRK-NEXT-NO (TRK-IDX) TO WS-ISS-NUMBER
               ADD 1 TO WS-TRK-NEXT-NO (TRK-IDX)
           END-IF.
      *
      *    依檔案順序取當期第一個尚有餘號之區間（不取號）。
       7150-FIND-OPEN-RANGE.
           MOVE "N" TO WS-NUMBER-SW
           PERFORM VARYING TRK-IDX FROM 1 BY 1
                   UNTIL TRK-IDX > WS-TRK-CNT
               IF WS-TRK-PERIOD (TRK-IDX) = WS-CUR-PERIOD
                  AND WS-TRK-NEXT-NO (TRK-IDX)
                      NOT > WS-TRK-END-NO (TRK-IDX)
                   SET WS-NUMBER-OK TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    原發票作廢（登記簿、上傳 A0501），減後金額非零者以新號
      *    重開並互記關聯號碼。無號可重開者不作廢，列例外待補配號。
       7200-VOID-AND-REISSUE.
           MOVE WS-REG-INVOICE-NO (REG-IDX) TO WS-OLD-INVOICE
           MOVE SPACES TO WS-ISS-INVOICE-NO
           IF WS-NEW-AMT > ZERO
               PERFORM 7100-NEXT-INVOICE-NUMBER
               IF NOT WS-NUMBER-OK
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "H" TO WS-EXCP-SEVERITY
                   MOVE "NO E-INVOICE NUMBER LEFT - REDUCTION NOT "
                      & "APPLIED" TO WS-EXCP-TEXT
                   PERFORM 8800-WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-VOID-CNT
           MOVE "Y" TO WS-REG-VOID-SW (REG-IDX)
           MOVE WS-REG-TOTAL-AMT (REG-IDX) TO WS-ISS-TOTAL-AMT
           PERFORM 8400-SPLIT-TAX
           MOVE SPACES              TO EINV-REGISTER-REC
           MOVE WS-OLD-INVOICE      TO EIR-INVOICE-NO
           SET EIR-VOIDED           TO TRUE
           MOVE WS-BUSINESS-DATE    TO EIR-ENTRY-DATE
           MOVE WS-REG-PERIOD (REG-IDX) TO EIR-PERIOD
           PERFORM 7500-FILL-REGISTER-AMOUNTS
           MOVE WS-ISS-INVOICE-NO   TO EIR-LINK-INVOICE
           MOVE WS-ISS-REASON       TO EIR-REASON
           WRITE EINV-REGISTER-REC
           MOVE WS-ISS-INVOICE-NO   TO WS-ISS-LINK-INVOICE
           MOVE WS-OLD-INVOICE      TO WS-ISS-INVOICE-NO
           MOVE "A0501"             TO WS-ISS-MSG-TYPE
           PERFORM 7600-WRITE-UPLOAD
           MOVE "VOIDED"            TO RPT-ACTION
           MOVE WS-ISS-LINK-INVOICE TO RPT-LINK
           PERFORM 7700-WRITE-DETAIL
           IF WS-NEW-AMT > ZERO
               MOVE WS-ISS-LINK-INVOICE TO WS-ISS-INVOICE-NO
               MOVE WS-OLD-INVOICE      TO WS-ISS-LINK-INVOICE
               MOVE WS-NEW-AMT          TO WS-ISS-TOTAL-AMT
               PERFORM 7050-WRITE-ISSUED
           END-IF.
      *
      *    前期發票：就差額開立折讓證明單，單號 = AL + 日期 + 序號。
       7300-ISSUE-ALLOWANCE.
           PERFORM 8400-SPLIT-TAX
           ADD 1 TO WS-ALLOW-CNT
           ADD 1 TO WS-ALLOW-SEQ
           MOVE WS-BUSINESS-DATE TO WS-ISS-ALLOW-DATE
           MOVE WS-ALLOW-SEQ     TO WS-ISS-ALLOW-SEQ
           ADD WS-ISS-TOTAL-AMT  TO WS-REG-ALLOWED (REG-IDX)
           MOVE WS-REG-INVOICE-NO (REG-IDX) TO WS-ISS-INVOICE-NO
           MOVE SPACES              TO EINV-REGISTER-REC
           MOVE WS-ISS-INVOICE-NO   TO EIR-INVOICE-NO
           SET EIR-ALLOWANCE        TO TRUE
           MOVE WS-BUSINESS-DATE    TO EIR-ENTRY-DATE
           MOVE WS-REG-PERIOD (REG-IDX) TO EIR-PERIOD
           PERFORM 7500-FILL-REGISTER-AMOUNTS
           MOVE WS-ISS-ALLOW-NO     TO EIR-ALLOW-NO
           MOVE WS-ISS-REASON       TO EIR-REASON
           WRITE EINV-REGISTER-REC
           MOVE "B0401"             TO WS-ISS-MSG-TYPE
           PERFORM 7600-WRITE-UPLOAD
           MOVE "ALLOWANCE"         TO RPT-ACTION
           MOVE WS-ISS-ALLOW-NO     TO RPT-LINK
           PERFORM 7700-WRITE-DETAIL.
      *
       7500-FILL-REGISTER-AMOUNTS.
           MOVE WS-ISS-BROKER-ID    TO EIR-BROKER-ID
           MOVE WS-ISS-BILL-MONTH   TO EIR-BILL-MONTH
           MOVE WS-ISS-ITEM-TYPE    TO EIR-ITEM-TYPE
           MOVE WS-ISS-BUYER-BAN    TO EIR-BUYER-BAN
           MOVE WS-ISS-SALES-AMT    TO EIR-SALES-AMT
           MOVE WS-ISS-TAX-AMT      TO EIR-TAX-AMT
           MOVE WS-ISS-TOTAL-AMT    TO EIR-TOTAL-AMT.
      *
      *    折讓單號與作廢原因依訊息別填寫。
       7600-WRITE-UPLOAD.
           MOVE SPACES              TO EINV-UPLOAD-REC
           MOVE WS-ISS-MSG-TYPE     TO EIU-MSG-TYPE
           MOVE WS-ISS-INVOICE-NO   TO EIU-INVOICE-NO
           MOVE WS-BUSINESS-DATE    TO EIU-INVOICE-DATE
           MOVE WS-NOW-TIME         TO EIU-INVOICE-TIME
           MOVE WS-SELLER-BAN       TO EIU-SELLER-BAN
           MOVE WS-ISS-BUYER-BAN    TO EIU-BUYER-BAN
           MOVE WS-ISS-BUYER-NAME   TO EIU-BUYER-NAME
           MOVE "1"                 TO EIU-TAX-TYPE
           MOVE 0.05                TO EIU-TAX-RATE
           MOVE WS-ISS-SALES-AMT    TO EIU-SALES-AMT
           MOVE WS-ISS-TAX-AMT      TO EIU-TAX-AMT
           MOVE WS-ISS-TOTAL-AMT    TO EIU-TOTAL-AMT
           MOVE ZERO                TO EIU-ALLOW-DATE
           IF EIU-MSG-TYPE = "B0401"
               MOVE WS-ISS-ALLOW-NO  TO EIU-ALLOW-NO
               MOVE WS-BUSINESS-DATE TO EIU-ALLOW-DATE
           END-IF
           IF EIU-MSG-TYPE = "A0501"
               MOVE WS-ISS-REASON    TO EIU-CANCEL-REASON
           END-IF
           STRING "ETF CREATION/REDEMPTION FEE "
                  WS-ISS-BILL-MONTH
               DELIMITED BY SIZE INTO EIU-ITEM-DESC
           END-STRING
           WRITE EINV-UPLOAD-REC.
      *
       7700-WRITE-DETAIL.
           MOVE WS-ISS-INVOICE-NO   TO RPT-INVOICE-NO
           MOVE WS-ISS-BROKER-ID    TO RPT-BROKER-ID
           MOVE WS-ISS-BILL-MONTH   TO RPT-BILL-MONTH
           MOVE WS-ISS-BUYER-BAN    TO RPT-BUYER-BAN
           MOVE WS-ISS-SALES-AMT    TO RPT-SALES-AMT
           MOVE WS-ISS-TAX-AMT      TO RPT-TAX-AMT
           MOVE WS-ISS-TOTAL-AMT    TO RPT-TOTAL-AMT
           MOVE WS-ISS-REASON       TO RPT-REASON
           MOVE RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
      *
       8000-REWRITE-TRACKS.
           OPEN OUTPUT TRK-FILE-OUT
           PERFORM VARYING TRK-IDX FROM 1 BY 1
                   UNTIL TRK-IDX > WS-TRK-CNT
               MOVE SPACES                     TO EINV-TRACK-REC
               MOVE WS-TRK-PERIOD (TRK-IDX)    TO TRK-PERIOD
               MOVE WS-TRK-TRACK (TRK-IDX)     TO TRK-TRACK
               MOVE WS-TRK-START-NO (TRK-IDX)  TO TRK-START-NO
               MOVE WS-TRK-END-NO (TRK-IDX)    TO TRK-END-NO
               MOVE WS-TRK-NEXT-NO (TRK-IDX)   TO TRK-NEXT-NO
               MOVE WS-TRK-ALLOT-DATE (TRK-IDX) TO TRK-ALLOT-DATE
               WRITE TRK-OUT-REC FROM EINV-TRACK-REC
           END-PERFORM
           CLOSE TRK-FILE-OUT.
      *
      *    未作廢之最新開立筆（同券商 + 計費月份）；WS-LIVE-IDX 回傳。
       8200-FIND-LIVE-INVOICE.
           SET WS-FOUND-SW TO 'N'
           MOVE ZERO TO WS-LIVE-IDX
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-CNT
               IF WS-REG-BROKER-ID (REG-IDX) = WS-LOOK-BROKER
                  AND WS-REG-BILL-MONTH (REG-IDX) = WS-LOOK-MONTH
                  AND WS-REG-VOID-SW (REG-IDX) NOT = "Y"
                   SET WS-FOUND TO TRUE
                   SET WS-LIVE-IDX TO REG-IDX
               END-IF
           END-PERFORM.
      *
       8300-GET-BUYER.
           MOVE WS-LOOK-BROKER TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE 'N' TO WS-BRK-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-BRK-STATUS-SW
           END-READ
           IF WS-BRK-FOUND
               MOVE BRKM-NAME   TO WS-ISS-BUYER-NAME
               MOVE BRKM-TAX-ID TO WS-ISS-BUYER-BAN
           ELSE
               MOVE SPACES TO WS-ISS-BUYER-NAME
               MOVE SPACES TO WS-ISS-BUYER-BAN
           END-IF.
      *
      *    總計含稅：銷售額 = 總計 / 1.05（四捨五入），稅額為差額。
       8400-SPLIT-TAX.
           COMPUTE WS-ISS-SALES-AMT ROUNDED = WS-ISS-TOTAL-AMT / 1.05
           COMPUTE WS-ISS-TAX-AMT = WS-ISS-TOTAL-AMT - WS-ISS-SALES-AMT.
      *
      *    WS-PERIOD-WORK（YYYYMM）轉為所屬期別之單月。
       8500-PERIOD-OF-MONTH.
           IF FUNCTION MOD (WS-PW-MM, 2) = 0
               SUBTRACT 1 FROM WS-PW-MM
           END-IF.
      *
       8800-WRITE-EXCEPTION.
           SET WS-ANY-EXCEPTION TO TRUE
           MOVE SPACES       TO RPT-LINE
           MOVE WS-EXCP-KEY  TO RPT-X-KEY
           MOVE WS-EXCP-TEXT TO RPT-X-TEXT
           MOVE RPT-EXCEPTION TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8810-WRITE-EXCP-RECORD.
      *
       8810-WRITE-EXCP-RECORD.
           MOVE "M02EINV"        TO EXCP-SOURCE-PGM
           MOVE WS-EXCP-KEY      TO EXCP-KEY
           MOVE WS-EXCP-SEVERITY TO EXCP-SEVERITY
           MOVE WS-EXCP-TEXT     TO EXCP-TEXT
           MOVE "U"    TO EXCP-STATUS
           MOVE SPACES TO EXCP-ACK-ID
           MOVE ZERO   TO EXCP-ACK-DATE
           WRITE EXCEPTION-REC.
      *
       9000-TERMINATE.
           CLOSE EINV-REG-FILE
           CLOSE EINV-UPL-FILE
           CLOSE EXCP-FILE
           CLOSE EINV-RPT
           CLOSE BROKER-FILE
           IF WS-ANY-EXCEPTION
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "M02EINV PERIOD=" WS-CUR-PERIOD
               " BILLS=" WS-BILL-CNT
               " ISSUED=" WS-ISSUED-CNT
               " ALREADY-ISSUED=" WS-SKIPPED-CNT
               " VOIDED=" WS-VOID-CNT
               " ALLOWANCES=" WS-ALLOW-CNT
               " REJECTED=" WS-REJECT-CNT
               " NEW-TRACKS=" WS-NEW-TRK-CNT
               " NUMBERS-LEFT=" WS-REMAIN-NOS.
