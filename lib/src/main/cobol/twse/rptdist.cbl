      * 檔案名稱：RPTDIST
      *---------------------------------------------------------------
      * 累積報表切段、登錄目錄及派送
      * 各步驟報表皆以 DISP=MOD 附加於同一資料集，每日內容前後相
      * 接，要找某日某頁只能捲動翻找。本程式於 m02m05jb.jcl 流程
      * 末以 RPTDPROC 對每一報表資料集各執行一次（切段卡 RPTDPARM
      * 第 1-8 欄載報表程式名，RPTIN 指向該報表資料集）：
      *   1. 自報表目錄檔（RPTCAT）取該報表已登錄之最後行號，其後
      *      新增之各行即當營業日（BUSDATE）之段落；資料集行數少
      *      於已登錄行號者視為資料集已重建，自第 1 行起切；
      *   2. 段落逐行寫入報表歸檔檔（RPTARCH），同營業日已有段落
      *      者（重跑）段號遞增；
      *   3. 依報表收件表（RPTRCPT：報表程式名、收件單位、份數，
      *      一報表可多列）每收件單位每份寫出報表包（RPTBNDL），
      *      未列者送值班 OPSDUTY 一份；
      *   4. 每收件單位登錄一筆目錄（程式名、營業日、段號、起行、
      *      行數、頁數 - 每頁 60 行）。
      * 無新增行者（該步驟當日未執行）不登錄，正常結束。
      * 重印由 RPTRPRT 依目錄及歸檔檔辦理。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "RPTDPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-FILE-IN ASSIGN TO "RPTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RCPT-FILE ASSIGN TO "RPTRCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAT-FILE-IN ASSIGN TO "RPTCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAT-FILE-OUT ASSIGN TO "RPTCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO "RPTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BNDL-FILE ASSIGN TO "RPTBNDL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-PROGRAM        PIC X(08).
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  RPT-FILE-IN
           RECORDING MODE IS F.
       01  RPT-IN-LINE         PIC X(132).
      *
       FD  RCPT-FILE
           RECORDING MODE IS F.
       01  RCPT-REC.
           05  RCPT-PROGRAM        PIC X(08).
           05  RCPT-DESK           PIC X(08).
           05  RCPT-COPIES         PIC 9(02).
      *
       FD  CAT-FILE-IN
           RECORDING MODE IS F.
           COPY "rptcat.cpy".
      *
       FD  CAT-FILE-OUT
           RECORDING MODE IS F.
       01  CAT-OUT-REC         PIC X(75).
      *
       FD  ARCH-FILE
           RECORDING MODE IS F.
           COPY "rptarch.cpy".
      *
       FD  BNDL-FILE
           RECORDING MODE IS F.
           COPY "rptbndl.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-RESET-SW     PIC X(01) VALUE 'N'.
               88  WS-DATASET-RESET      VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-TOTAL-LINES  PIC 9(09) VALUE ZERO.
           05  WS-DONE-LINES   PIC 9(09) VALUE ZERO.
           05  WS-LINE-FROM    PIC 9(09) VALUE ZERO.
           05  WS-LINE-NO      PIC 9(09) VALUE ZERO.
           05  WS-NEW-LINES    PIC 9(07) VALUE ZERO.
           05  WS-PAGE-CNT     PIC 9(05) VALUE ZERO.
           05  WS-PIECE-NO     PIC 9(03) VALUE ZERO.
           05  WS-COPY-NO      PIC 9(02) VALUE ZERO.
           05  WS-BUNDLE-CNT   PIC 9(07) VALUE ZERO.
       01  WS-LINES-PER-PAGE   PIC 9(03) VALUE 60.
       01  WS-PROGRAM          PIC X(08) VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-DT.
           05  WS-CUR-DATE     PIC 9(08).
           05  WS-CUR-TIME     PIC 9(06).
           05  FILLER          PIC X(07).
      *
      *    本報表之收件單位（取自 RPTRCPT）。
       01  WS-DESK-TABLE.
           05  WS-DSK-CNT      PIC 9(04) VALUE ZERO.
           05  WS-DSK-ENTRY OCCURS 50 TIMES
                   INDEXED BY DSK-IDX.
               10  WS-DSK-DESK     PIC X(08).
               10  WS-DSK-COPIES   PIC 9(02).
      *
       01  WS-BANNER.
           05  FILLER          PIC X(05) VALUE "*****".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BNR-PROGRAM     PIC X(08).
           05  FILLER          PIC X(15) VALUE " BUSINESS DATE ".
           05  BNR-BUS-DATE    PIC 9(08).
           05  FILLER          PIC X(07) VALUE " PIECE ".
           05  BNR-PIECE       PIC 9(03).
           05  FILLER          PIC X(07) VALUE " PAGES ".
           05  BNR-PAGES       PIC ZZZZ9.
           05  FILLER          PIC X(06) VALUE " DESK ".
           05  BNR-DESK        PIC X(08).
           05  FILLER          PIC X(06) VALUE " COPY ".
           05  BNR-COPY        PIC Z9.
           05  FILLER          PIC X(04) VALUE " OF ".
           05  BNR-COPIES      PIC Z9.
           05  FILLER          PIC X(06) VALUE " *****".
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-LAST-CATALOGUED
           PERFORM 3000-COUNT-DATASET-LINES
           IF WS-NEW-LINES = ZERO
               DISPLAY "RPTDIST " WS-PROGRAM " NO NEW OUTPUT FOR "
                   WS-BUSINESS-DATE
               STOP RUN
           END-IF
           PERFORM 4000-ARCHIVE-PIECE
           PERFORM 5000-ROUTE-BUNDLES
           PERFORM 6000-CATALOGUE-PIECE
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "RPTDIST ABEND - RPTDPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-PROGRAM TO WS-PROGRAM
           CLOSE PARM-FILE-IN
           IF WS-PROGRAM = SPACES
               DISPLAY "RPTDIST ABEND - RPTDPARM CARD HAS NO REPORT "
                   "PROGRAM NAME"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "RPTDIST ABEND - BUSDATE CARD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE
           PERFORM 1200-LOAD-RECIPIENTS.
      *
      *    收件表僅取本報表之列；無者送值班一份。
       1200-LOAD-RECIPIENTS.
           OPEN INPUT RCPT-FILE
           PERFORM 1210-READ-RECIPIENT
           PERFORM UNTIL WS-EOF
               IF RCPT-PROGRAM = WS-PROGRAM
                   IF WS-DSK-CNT >= 50
                       DISPLAY "RPTDIST ABEND - DESK TABLE FULL AT 50 "
                           "ENTRIES, RAISE WS-DSK-ENTRY OCCURS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DSK-CNT
                   SET DSK-IDX TO WS-DSK-CNT
                   MOVE RCPT-DESK   TO WS-DSK-DESK (DSK-IDX)
                   MOVE RCPT-COPIES TO WS-DSK-COPIES (DSK-IDX)
                   IF WS-DSK-COPIES (DSK-IDX) = ZERO
                       MOVE 1 TO WS-DSK-COPIES (DSK-IDX)
                   END-IF
               END-IF
               PERFORM 1210-READ-RECIPIENT
           END-PERFORM
           CLOSE RCPT-FILE
           MOVE "N" TO WS-EOF-SW
           IF WS-DSK-CNT = ZERO
               MOVE 1 TO WS-DSK-CNT
               MOVE "OPSDUTY" TO WS-DSK-DESK (1)
               MOVE 1         TO WS-DSK-COPIES (1)
           END-IF.
      *
       1210-READ-RECIPIENT.
           READ RCPT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    已登錄之最後行號及同營業日已用段號（僅看 'C' 紀錄）。
      *    行號取該報表檔序最後一筆 'C' 紀錄 - 資料集重建後新登錄
      *    之行號可能小於重建前之舊紀錄，不可取最大值。
       2000-FIND-LAST-CATALOGUED.
           OPEN INPUT CAT-FILE-IN
           PERFORM 2100-READ-CATALOG
           PERFORM UNTIL WS-EOF
               IF RCT-CATALOGUED AND RCT-PROGRAM = WS-PROGRAM
                   COMPUTE WS-DONE-LINES =
                       RCT-LINE-FROM + RCT-LINE-CNT - 1
                   IF RCT-BUS-DATE = WS-BUSINESS-DATE
                      AND RCT-PIECE-NO > WS-PIECE-NO
                       MOVE RCT-PIECE-NO TO WS-PIECE-NO
                   END-IF
               END-IF
               PERFORM 2100-READ-CATALOG
           END-PERFORM
           CLOSE CAT-FILE-IN
           MOVE "N" TO WS-EOF-SW
           ADD 1 TO WS-PIECE-NO.
      *
       2100-READ-CATALOG.
           READ CAT-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    資料集少於已登錄行數者（已刪除重建）自第 1 行起切。
       3000-COUNT-DATASET-LINES.
           OPEN INPUT RPT-FILE-IN
           PERFORM 3100-READ-REPORT
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-TOTAL-LINES
               PERFORM 3100-READ-REPORT
           END-PERFORM
           CLOSE RPT-FILE-IN
           MOVE "N" TO WS-EOF-SW
           IF WS-TOTAL-LINES < WS-DONE-LINES
               SET WS-DATASET-RESET TO TRUE
               DISPLAY "RPTDIST " WS-PROGRAM " DATASET HAS "
                   WS-TOTAL-LINES " LINES, CATALOGUE HAD "
                   WS-DONE-LINES " - TREATED AS REALLOCATED"
               MOVE ZERO TO WS-DONE-LINES
           END-IF
           COMPUTE WS-LINE-FROM = WS-DONE-LINES + 1
           COMPUTE WS-NEW-LINES = WS-TOTAL-LINES - WS-DONE-LINES
           DIVIDE WS-NEW-LINES BY WS-LINES-PER-PAGE
               GIVING WS-PAGE-CNT REMAINDER WS-LINE-NO
           IF WS-LINE-NO > ZERO
               ADD 1 TO WS-PAGE-CNT
           END-IF.
      *
       3100-READ-REPORT.
           READ RPT-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       4000-ARCHIVE-PIECE.
           OPEN EXTEND ARCH-FILE
           OPEN INPUT  RPT-FILE-IN
           MOVE ZERO TO WS-LINE-NO
           PERFORM 3100-READ-REPORT
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LINE-NO
               IF WS-LINE-NO >= WS-LINE-FROM
                   MOVE WS-PROGRAM       TO RAR-PROGRAM
                   MOVE WS-BUSINESS-DATE TO RAR-BUS-DATE
                   MOVE WS-PIECE-NO      TO RAR-PIECE-NO
                   COMPUTE RAR-LINE-NO = WS-LINE-NO - WS-DONE-LINES
                   MOVE RPT-IN-LINE      TO RAR-TEXT
                   WRITE RPT-ARCHIVE-REC
               END-IF
               PERFORM 3100-READ-REPORT
           END-PERFORM
           CLOSE RPT-FILE-IN
           CLOSE ARCH-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       5000-ROUTE-BUNDLES.
           OPEN EXTEND BNDL-FILE
           PERFORM VARYING DSK-IDX FROM 1 BY 1
                   UNTIL DSK-IDX > WS-DSK-CNT
               PERFORM VARYING WS-COPY-NO FROM 1 BY 1
                       UNTIL WS-COPY-NO > WS-DSK-COPIES (DSK-IDX)
                   PERFORM 5100-WRITE-ONE-COPY
               END-PERFORM
           END-PERFORM
           CLOSE BNDL-FILE.
      *
      *    每份前加分隔標題行，其後為段落原文。
       5100-WRITE-ONE-COPY.
           MOVE WS-DSK-DESK (DSK-IDX)   TO RBN-DESK
           MOVE WS-PROGRAM              TO RBN-PROGRAM
           MOVE WS-BUSINESS-DATE        TO RBN-BUS-DATE
           MOVE WS-COPY-NO              TO RBN-COPY-NO
           MOVE WS-PROGRAM              TO BNR-PROGRAM
           MOVE WS-BUSINESS-DATE        TO BNR-BUS-DATE
           MOVE WS-PIECE-NO             TO BNR-PIECE
           MOVE WS-PAGE-CNT             TO BNR-PAGES
           MOVE WS-DSK-DESK (DSK-IDX)   TO BNR-DESK
           MOVE WS-COPY-NO              TO BNR-COPY
           MOVE WS-DSK-COPIES (DSK-IDX) TO BNR-COPIES
           MOVE WS-BANNER               TO RBN-TEXT
           WRITE RPT-BUNDLE-REC
           ADD 1 TO WS-BUNDLE-CNT
           OPEN INPUT RPT-FILE-IN
           MOVE ZERO TO WS-LINE-NO
           PERFORM 3100-READ-REPORT
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LINE-NO
               IF WS-LINE-NO >= WS-LINE-FROM
                   MOVE RPT-IN-LINE TO RBN-TEXT
                   WRITE RPT-BUNDLE-REC
               END-IF
               PERFORM 3100-READ-REPORT
           END-PERFORM
           CLOSE RPT-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       6000-CATALOGUE-PIECE.
           OPEN EXTEND CAT-FILE-OUT
           PERFORM VARYING DSK-IDX FROM 1 BY 1
                   UNTIL DSK-IDX > WS-DSK-CNT
               MOVE SPACES                  TO RPT-CATALOG-REC
               SET RCT-CATALOGUED           TO TRUE
               MOVE WS-PROGRAM              TO RCT-PROGRAM
               MOVE WS-BUSINESS-DATE        TO RCT-BUS-DATE
               MOVE WS-PIECE-NO             TO RCT-PIECE-NO
               MOVE WS-DSK-DESK (DSK-IDX)   TO RCT-DESK
               MOVE WS-DSK-COPIES (DSK-IDX) TO RCT-COPIES
               MOVE WS-LINE-FROM            TO RCT-LINE-FROM
               MOVE WS-NEW-LINES            TO RCT-LINE-CNT
               MOVE WS-PAGE-CNT             TO RCT-PAGE-CNT
               MOVE WS-CUR-DATE             TO RCT-ACTION-DATE
               MOVE WS-CUR-TIME             TO RCT-ACTION-TIME
               WRITE CAT-OUT-REC FROM RPT-CATALOG-REC
           END-PERFORM
           CLOSE CAT-FILE-OUT.
      *
       9000-TERMINATE.
           DISPLAY "RPTDIST " WS-PROGRAM " DATE=" WS-BUSINESS-DATE
               " PIECE=" WS-PIECE-NO
               " LINES=" WS-NEW-LINES
               " PAGES=" WS-PAGE-CNT
               " DESKS=" WS-DSK-CNT
               " BUNDLE-COPIES=" WS-BUNDLE-CNT.
