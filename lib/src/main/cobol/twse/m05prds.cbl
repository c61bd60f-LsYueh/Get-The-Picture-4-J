      * 檔案名稱：M05PRDS
      *---------------------------------------------------------------
      * ETF 收盤折溢價監控
      * 收盤後讀取 ETF 市場收盤價檔（ETFCLOSE，交易日 = 營業日者），
      * 與官方淨值（NAVHIST 中該 ETF 公告日不晚於交易日之最新
      * 一筆，報表並列淨值日期）比對：
      *   折溢價% = （收盤價 - 淨值）× 100 ÷ 淨值（小數四位）
      * 絕對值超過容許值者列為溢價（PREMIUM）/ 折價（DISCOUNT）
      * 例外。容許值（百分比）取自容許值主檔（TOLMSTR，程式名
      * M05PRDS），基金專屬優先於預設值、生效日取營業日以前最新
      * 一筆（作法比照 M05BSKC）；主檔查無者以 2% 為預設。當日
      * 盤中最後一筆預估淨值（INAVPUB，M05INAV 寫出）一併列印
      * 供比對。查無官方淨值者亦屬例外。例外寫入共用例外檔
      * （EXCPFILE）並以 RETURN-CODE 8 結束。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M05PRDS.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-FILE-IN ASSIGN TO "ETFCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAV-HIST-FILE ASSIGN TO "NAVHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PUB-FILE-IN ASSIGN TO "INAVPUB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOL-MASTER-FILE ASSIGN TO "TOLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRDS-RPT     ASSIGN TO "M05QRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-FILE-IN
           RECORDING MODE IS F.
           COPY "etfclose.cpy".
      *
       FD  NAV-HIST-FILE
           RECORDING MODE IS F.
           COPY "navhist.cpy".
      *
       FD  PUB-FILE-IN
           RECORDING MODE IS F.
           COPY "inavpub.cpy".
      *
       FD  TOL-MASTER-FILE
           RECORDING MODE IS F.
           COPY "tolmstr.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  PRDS-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  EXCP-FILE
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-CLOSE-CNT    PIC 9(05) VALUE ZERO.
           05  WS-WITHIN-CNT   PIC 9(05) VALUE ZERO.
           05  WS-FLAGGED-CNT  PIC 9(05) VALUE ZERO.
           05  WS-NONAV-CNT    PIC 9(05) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-TOLERANCE        PIC 9(10)V9(04) VALUE 2.
       01  WS-DEFAULT-TOL      PIC 9(10)V9(04) VALUE 2.
       01  WS-LOOKUP-ETF-ID    PIC X(06) VALUE SPACES.
       01  WS-BEST-DATE        PIC 9(08) VALUE ZERO.
       01  WS-BEST-KIND        PIC X(01) VALUE SPACE.
       01  WS-PREM-PCT         PIC S9(05)V9(04) VALUE ZERO.
       01  WS-ABS-PCT          PIC 9(05)V9(04) VALUE ZERO.
      *
      *    容許值主檔表格（僅載入本程式之紀錄）。
       01  WS-TOL-TABLE.
           05  WS-TOL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-TOL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TOL-IDX.
               10  WS-TOL-ETF-ID   PIC X(06).
               10  WS-TOL-EFF      PIC 9(08).
               10  WS-TOL-VALUE    PIC 9(10)V9(04).
      *
      *    各 ETF 營業日以前最新官方淨值及當日最後預估淨值。
       01  WS-NAV-TABLE.
           05  WS-NAV-CNT      PIC 9(04) VALUE ZERO.
           05  WS-NAV-ENTRY OCCURS 500 TIMES
                   INDEXED BY NAV-IDX.
               10  WS-NAV-ETF-ID   PIC X(06).
               10  WS-NAV-DATE     PIC 9(08).
               10  WS-NAV-NAV      PIC 9(5)V9(4).
               10  WS-NAV-INAV     PIC 9(5)V9(4).
      *
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(51) VALUE
               " ETF      CLOSE-PRICE   OFFICIAL-NAV  NAV-DATE     ".
           05  FILLER          PIC X(51) VALUE
               "LAST-INAV    PREM/DISC%   TOLERANCE%  STATUS       ".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ETF-ID      PIC X(06).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-CLOSE       PIC Z(4)9.9999.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RPT-NAV         PIC Z(4)9.9999.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-NAV-DATE    PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-INAV        PIC Z(4)9.9999.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-PREM        PIC -(5)9.9999.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-TOL         PIC Z(4)9.9999.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-STATUS      PIC X(16).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-OFFICIAL-NAV
           PERFORM 2500-LOAD-LAST-INAV
           PERFORM 3000-CHECK-CLOSES
           PERFORM 9000-TERMINATE
           IF WS-FLAGGED-CNT > ZERO OR WS-NONAV-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT PRDS-RPT
           OPEN EXTEND EXCP-FILE
           MOVE "ETF CLOSING PREMIUM / DISCOUNT TO OFFICIAL NAV"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1200-READ-BUSINESS-DATE
           PERFORM 1500-LOAD-TOLERANCE-MASTER.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M05PRDS ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.
      *
       1500-LOAD-TOLERANCE-MASTER.
           OPEN INPUT TOL-MASTER-FILE
           PERFORM 1510-READ-TOLERANCE
           PERFORM UNTIL WS-EOF
               IF TOL-PROGRAM = "M05PRDS "
                   IF WS-TOL-CNT >= 1000
                       DISPLAY "M05PRDS ABEND - TOLERANCE TABLE FULL "
                           "AT 1000 ENTRIES, RAISE WS-TOL-ENTRY OCCURS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOL-CNT
                   SET TOL-IDX TO WS-TOL-CNT
                   MOVE TOL-ETF-ID   TO WS-TOL-ETF-ID (TOL-IDX)
                   MOVE TOL-EFF-DATE TO WS-TOL-EFF (TOL-IDX)
                   MOVE TOL-VALUE    TO WS-TOL-VALUE (TOL-IDX)
               END-IF
               PERFORM 1510-READ-TOLERANCE
           END-PERFORM
           CLOSE TOL-MASTER-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       1510-READ-TOLERANCE.
           READ TOL-MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    取數規則比照 M05BSKC：基金專屬（B）蓋過預設（D），同類
      *    取生效日不晚於營業日之最新一筆；主檔查無者沿用預設值。
       1600-FIND-EFFECTIVE-TOLERANCE.
           MOVE WS-DEFAULT-TOL TO WS-TOLERANCE
           MOVE ZERO  TO WS-BEST-DATE
           MOVE SPACE TO WS-BEST-KIND
           PERFORM VARYING TOL-IDX FROM 1 BY 1
                   UNTIL TOL-IDX > WS-TOL-CNT
               IF WS-TOL-EFF (TOL-IDX) <= WS-BUSINESS-DATE
                  AND (WS-TOL-ETF-ID (TOL-IDX) = WS-LOOKUP-ETF-ID
                       OR WS-TOL-ETF-ID (TOL-IDX) = SPACES)
                   PERFORM 1610-CONSIDER-CANDIDATE
               END-IF
           END-PERFORM.
      *
       1610-CONSIDER-CANDIDATE.
           EVALUATE TRUE
               WHEN WS-TOL-ETF-ID (TOL-IDX) NOT = SPACES
                    AND WS-BEST-KIND NOT = "B"
                   CONTINUE
               WHEN WS-TOL-ETF-ID (TOL-IDX) NOT = SPACES
                    AND WS-TOL-EFF (TOL-IDX) > WS-BEST-DATE
                   CONTINUE
               WHEN WS-TOL-ETF-ID (TOL-IDX) = SPACES
                    AND WS-BEST-KIND = SPACE
                   CONTINUE
               WHEN WS-TOL-ETF-ID (TOL-IDX) = SPACES
                    AND WS-BEST-KIND = "D"
                    AND WS-TOL-EFF (TOL-IDX) > WS-BEST-DATE
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-TOL-EFF (TOL-IDX)   TO WS-BEST-DATE
           MOVE WS-TOL-VALUE (TOL-IDX) TO WS-TOLERANCE
           IF WS-TOL-ETF-ID (TOL-IDX) = SPACES
               MOVE "D" TO WS-BEST-KIND
           ELSE
               MOVE "B" TO WS-BEST-KIND
           END-IF.
      *
      *    淨值歷史檔全檔掃描，每 ETF 留營業日以前最新一筆。
       2000-LOAD-OFFICIAL-NAV.
           OPEN INPUT NAV-HIST-FILE
           PERFORM 2100-READ-NAVHIST
           PERFORM UNTIL WS-EOF
               IF NH-ANNOUNCE-YMD <= WS-BUSINESS-DATE
                   MOVE NH-ETF-ID TO WS-LOOKUP-ETF-ID
                   PERFORM 2200-FIND-OR-ADD-NAV
                   IF NH-ANNOUNCE-YMD >= WS-NAV-DATE (NAV-IDX)
                       MOVE NH-ANNOUNCE-YMD TO WS-NAV-DATE (NAV-IDX)
                       MOVE NH-NAV          TO WS-NAV-NAV (NAV-IDX)
                   END-IF
               END-IF
               PERFORM 2100-READ-NAVHIST
           END-PERFORM
           CLOSE NAV-HIST-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-NAVHIST.
           READ NAV-HIST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-FIND-OR-ADD-NAV.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING NAV-IDX FROM 1 BY 1
                   UNTIL NAV-IDX > WS-NAV-CNT
               IF WS-NAV-ETF-ID (NAV-IDX) = WS-LOOKUP-ETF-ID
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-NAV-CNT >= 500
                   DISPLAY "M05PRDS ABEND - NAV TABLE FULL AT 500 "
                       "ENTRIES, RAISE WS-NAV-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NAV-CNT
               SET NAV-IDX TO WS-NAV-CNT
               MOVE WS-LOOKUP-ETF-ID TO WS-NAV-ETF-ID (NAV-IDX)
               MOVE ZERO TO WS-NAV-DATE (NAV-IDX)
               MOVE ZERO TO WS-NAV-NAV (NAV-IDX)
               MOVE ZERO TO WS-NAV-INAV (NAV-IDX)
           END-IF.
      *
      *    發布檔依快照時間先後寫出，同 ETF 後到者即為最後一筆。
       2500-LOAD-LAST-INAV.
           OPEN INPUT PUB-FILE-IN
           PERFORM 2600-READ-INAVPUB
           PERFORM UNTIL WS-EOF
               IF INP-SNAP-DATE = WS-BUSINESS-DATE
                   MOVE INP-ETF-ID TO WS-LOOKUP-ETF-ID
                   PERFORM 2200-FIND-OR-ADD-NAV
                   MOVE INP-INAV TO WS-NAV-INAV (NAV-IDX)
               END-IF
               PERFORM 2600-READ-INAVPUB
           END-PERFORM
           CLOSE PUB-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       2600-READ-INAVPUB.
           READ PUB-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3000-CHECK-CLOSES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CLOSE-FILE-IN
           PERFORM 3100-READ-CLOSE
           PERFORM UNTIL WS-EOF
               IF EC-TRADE-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-CLOSE-CNT
                   PERFORM 3200-CHECK-ONE-ETF
               END-IF
               PERFORM 3100-READ-CLOSE
           END-PERFORM
           CLOSE CLOSE-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       3100-READ-CLOSE.
           READ CLOSE-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3200-CHECK-ONE-ETF.
           MOVE EC-ETF-ID TO WS-LOOKUP-ETF-ID
           PERFORM 1600-FIND-EFFECTIVE-TOLERANCE
           PERFORM 2200-FIND-OR-ADD-NAV
           MOVE SPACES                  TO RPT-LINE
           MOVE EC-ETF-ID               TO RPT-ETF-ID
           MOVE EC-CLOSE-PRICE          TO RPT-CLOSE
           MOVE WS-NAV-NAV (NAV-IDX)    TO RPT-NAV
           MOVE WS-NAV-DATE (NAV-IDX)   TO RPT-NAV-DATE
           MOVE WS-NAV-INAV (NAV-IDX)   TO RPT-INAV
           MOVE WS-TOLERANCE            TO RPT-TOL
           IF WS-NAV-NAV (NAV-IDX) = ZERO
               ADD 1 TO WS-NONAV-CNT
               MOVE ZERO                TO RPT-PREM
               MOVE "** NO NAV **"      TO RPT-STATUS
               MOVE "NO OFFICIAL NAV ON NAVHIST FOR PREMIUM/DISCOUNT"
                   TO EXCP-TEXT
               PERFORM 3300-WRITE-EXCEPTION
           ELSE
               COMPUTE WS-PREM-PCT ROUNDED =
                   (EC-CLOSE-PRICE - WS-NAV-NAV (NAV-IDX)) * 100
                   / WS-NAV-NAV (NAV-IDX)
               MOVE WS-PREM-PCT TO RPT-PREM
               IF WS-PREM-PCT < ZERO
                   COMPUTE WS-ABS-PCT = ZERO - WS-PREM-PCT
               ELSE
                   MOVE WS-PREM-PCT TO WS-ABS-PCT
               END-IF
               EVALUATE TRUE
                   WHEN WS-ABS-PCT <= WS-TOLERANCE
                       ADD 1 TO WS-WITHIN-CNT
                       MOVE "WITHIN"       TO RPT-STATUS
                   WHEN WS-PREM-PCT > ZERO
                       ADD 1 TO WS-FLAGGED-CNT
                       MOVE "** PREMIUM **"  TO RPT-STATUS
                       MOVE "CLOSE AT PREMIUM TO NAV BEYOND TOLERANCE"
                           TO EXCP-TEXT
                       PERFORM 3300-WRITE-EXCEPTION
                   WHEN OTHER
                       ADD 1 TO WS-FLAGGED-CNT
                       MOVE "** DISCOUNT **" TO RPT-STATUS
                       MOVE "CLOSE AT DISCOUNT TO NAV BEYOND TOLERANCE"
                           TO EXCP-TEXT
                       PERFORM 3300-WRITE-EXCEPTION
               END-EVALUATE
           END-IF
           MOVE RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
      *
       3300-WRITE-EXCEPTION.
           MOVE "M05PRDS"   TO EXCP-SOURCE-PGM
           MOVE EC-ETF-ID   TO EXCP-KEY
           MOVE "M"         TO EXCP-SEVERITY
           PERFORM 8700-WRITE-EXCEPTION-REC.
      *
       8700-WRITE-EXCEPTION-REC.
           MOVE "U"    TO EXCP-STATUS
           MOVE SPACES TO EXCP-ACK-ID
           MOVE ZERO   TO EXCP-ACK-DATE
           WRITE EXCEPTION-REC.
      *
       9000-TERMINATE.
           CLOSE PRDS-RPT
           CLOSE EXCP-FILE
           DISPLAY "M05PRDS CLOSES=" WS-CLOSE-CNT
               " WITHIN=" WS-WITHIN-CNT
               " FLAGGED=" WS-FLAGGED-CNT
               " NO-NAV=" WS-NONAV-CNT.
