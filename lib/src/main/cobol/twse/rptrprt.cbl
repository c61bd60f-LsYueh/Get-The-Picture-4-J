      * 檔案名稱：RPTRPRT
      *---------------------------------------------------------------
      * 目錄報表重印
      * 依重印卡（RPRTPARM：第 1-8 欄報表程式名、第 9-16 欄營業日、
      * 第 17-24 欄申請收件單位）自報表歸檔檔（RPTARCH）取出該報
      * 表該營業日各段原文，每段前加重印標題寫至 RPRTOUT：
      *   1. 報表目錄（RPTCAT）查無該報表該日之 'C' 登錄者，列示
      *      NOT CATALOGUED 並以 RETURN-CODE 8 結束；
      *   2. 重印後附加一筆 'R' 目錄紀錄（收件單位、頁數、重印日
      *      時），留重印痕跡；
      *   3. 報表程式名空白者不重印，改列該營業日全部目錄（各報表
      *      段號、收件單位、份數、行數、頁數及重印紀錄），供查詢
      *      有哪些報表可重印。
      * 隨時可單獨執行。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTRPRT.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "RPRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAT-FILE-IN ASSIGN TO "RPTCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAT-FILE-OUT ASSIGN TO "RPTCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO "RPTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRINT-RPT  ASSIGN TO "RPRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-PROGRAM        PIC X(08).
           05  PARM-BUS-DATE       PIC 9(08).
           05  PARM-DESK           PIC X(08).
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
       FD  REPRINT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-CAT-CNT      PIC 9(05) VALUE ZERO.
           05  WS-LINE-CNT     PIC 9(07) VALUE ZERO.
           05  WS-PAGE-TOTAL   PIC 9(05) VALUE ZERO.
           05  WS-LAST-PIECE   PIC 9(03) VALUE ZERO.
       01  WS-PROGRAM          PIC X(08) VALUE SPACES.
       01  WS-BUS-DATE         PIC 9(08) VALUE ZERO.
       01  WS-DESK             PIC X(08) VALUE SPACES.
       01  WS-CURRENT-DT.
           05  WS-CUR-DATE     PIC 9(08).
           05  WS-CUR-TIME     PIC 9(06).
           05  FILLER          PIC X(07).
      *
      *    該報表該日各段已登錄之頁數（同段多收件單位只計一次）。
       01  WS-PIECE-TABLE.
           05  WS-PCE-CNT      PIC 9(04) VALUE ZERO.
           05  WS-PCE-ENTRY OCCURS 100 TIMES
                   INDEXED BY PCE-IDX.
               10  WS-PCE-NO       PIC 9(03).
               10  WS-PCE-PAGES    PIC 9(05).
      *
       01  RPT-REPRINT-BANNER.
           05  FILLER          PIC X(16) VALUE "***** REPRINT OF".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  BNR-PROGRAM     PIC X(08).
           05  FILLER          PIC X(15) VALUE " BUSINESS DATE ".
           05  BNR-BUS-DATE    PIC 9(08).
           05  FILLER          PIC X(07) VALUE " PIECE ".
           05  BNR-PIECE       PIC 9(03).
           05  FILLER          PIC X(10) VALUE " FOR DESK ".
           05  BNR-DESK        PIC X(08).
           05  FILLER          PIC X(09) VALUE " PRINTED ".
           05  BNR-PRINT-DATE  PIC 9(08).
           05  FILLER          PIC X(06) VALUE " *****".
       01  RPT-CAT-HEADING.
           05  FILLER          PIC X(44) VALUE
               " TYPE PROGRAM  PIECE DESK     COPIES    LINE".
           05  FILLER          PIC X(44) VALUE
               "S  PAGES  ACTION DATE/TIME                  ".
       01  RPT-CAT-DETAIL.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-C-TYPE      PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-C-PROGRAM   PIC X(08).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-C-PIECE     PIC ZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-C-DESK      PIC X(08).
           05  FILLER          PIC X(05) VALUE SPACES.
           05  RPT-C-COPIES    PIC Z9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-C-LINES     PIC Z(6)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-C-PAGES     PIC ZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-C-ACT-DATE  PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-C-ACT-TIME  PIC 9(06).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-PROGRAM = SPACES
               PERFORM 2000-LIST-CATALOGUE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           PERFORM 3000-FIND-CATALOGUED-PIECES
           IF WS-PCE-CNT = ZERO
               MOVE SPACES TO RPT-LINE
               STRING " " WS-PROGRAM " FOR BUSINESS DATE " WS-BUS-DATE
                   " IS NOT CATALOGUED - NOTHING TO REPRINT"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               PERFORM 9000-TERMINATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-REPRINT-ARCHIVE
           PERFORM 5000-LOG-REPRINT
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "RPTRPRT ABEND - RPRTPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-PROGRAM  TO WS-PROGRAM
           MOVE PARM-BUS-DATE TO WS-BUS-DATE
           MOVE PARM-DESK     TO WS-DESK
           CLOSE PARM-FILE-IN
           IF WS-DESK = SPACES
               MOVE "OPSDUTY" TO WS-DESK
           END-IF
           OPEN OUTPUT REPRINT-RPT.
      *
       2000-LIST-CATALOGUE.
           MOVE SPACES TO RPT-LINE
           STRING "REPORT CATALOGUE FOR BUSINESS DATE " WS-BUS-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE RPT-CAT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CAT-FILE-IN
           PERFORM 2100-READ-CATALOG
           PERFORM UNTIL WS-EOF
               IF RCT-BUS-DATE = WS-BUS-DATE
                   PERFORM 2200-PRINT-CATALOG-ENTRY
               END-IF
               PERFORM 2100-READ-CATALOG
           END-PERFORM
           CLOSE CAT-FILE-IN
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO RPT-LINE
           STRING " ENTRIES=" WS-CAT-CNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       2100-READ-CATALOG.
           READ CAT-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-PRINT-CATALOG-ENTRY.
           ADD 1 TO WS-CAT-CNT
           MOVE SPACES          TO RPT-LINE
           MOVE RCT-ENTRY-TYPE  TO RPT-C-TYPE
           MOVE RCT-PROGRAM     TO RPT-C-PROGRAM
           MOVE RCT-PIECE-NO    TO RPT-C-PIECE
           MOVE RCT-DESK        TO RPT-C-DESK
           MOVE RCT-COPIES      TO RPT-C-COPIES
           MOVE RCT-LINE-CNT    TO RPT-C-LINES
           MOVE RCT-PAGE-CNT    TO RPT-C-PAGES
           MOVE RCT-ACTION-DATE TO RPT-C-ACT-DATE
           MOVE RCT-ACTION-TIME TO RPT-C-ACT-TIME
           MOVE RPT-CAT-DETAIL  TO RPT-LINE
           WRITE RPT-LINE.
      *
       3000-FIND-CATALOGUED-PIECES.
           OPEN INPUT CAT-FILE-IN
           PERFORM 2100-READ-CATALOG
           PERFORM UNTIL WS-EOF
               IF RCT-CATALOGUED
                  AND RCT-PROGRAM = WS-PROGRAM
                  AND RCT-BUS-DATE = WS-BUS-DATE
                   PERFORM 3100-ADD-PIECE
               END-IF
               PERFORM 2100-READ-CATALOG
           END-PERFORM
           CLOSE CAT-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       3100-ADD-PIECE.
           PERFORM VARYING PCE-IDX FROM 1 BY 1
                   UNTIL PCE-IDX > WS-PCE-CNT
               IF WS-PCE-NO (PCE-IDX) = RCT-PIECE-NO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PCE-CNT >= 100
               DISPLAY "RPTRPRT ABEND - PIECE TABLE FULL AT 100 "
                   "ENTRIES, RAISE WS-PCE-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PCE-CNT
           SET PCE-IDX TO WS-PCE-CNT
           MOVE RCT-PIECE-NO TO WS-PCE-NO (PCE-IDX)
           MOVE RCT-PAGE-CNT TO WS-PCE-PAGES (PCE-IDX)
           ADD RCT-PAGE-CNT  TO WS-PAGE-TOTAL.
      *
      *    歸檔檔依附加順序即段號、行號順序。
       4000-REPRINT-ARCHIVE.
           MOVE ZERO TO WS-LAST-PIECE
           OPEN INPUT ARCH-FILE
           PERFORM 4100-READ-ARCHIVE
           PERFORM UNTIL WS-EOF
               IF RAR-PROGRAM = WS-PROGRAM
                  AND RAR-BUS-DATE = WS-BUS-DATE
                   IF RAR-PIECE-NO NOT = WS-LAST-PIECE
                       PERFORM 4200-WRITE-BANNER
                   END-IF
                   ADD 1 TO WS-LINE-CNT
                   MOVE RAR-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               PERFORM 4100-READ-ARCHIVE
           END-PERFORM
           CLOSE ARCH-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       4100-READ-ARCHIVE.
           READ ARCH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       4200-WRITE-BANNER.
           MOVE RAR-PIECE-NO     TO WS-LAST-PIECE
           MOVE WS-PROGRAM       TO BNR-PROGRAM
           MOVE WS-BUS-DATE      TO BNR-BUS-DATE
           MOVE RAR-PIECE-NO     TO BNR-PIECE
           MOVE WS-DESK          TO BNR-DESK
           MOVE WS-CUR-DATE      TO BNR-PRINT-DATE
           MOVE RPT-REPRINT-BANNER TO RPT-LINE
           WRITE RPT-LINE.
      *
       5000-LOG-REPRINT.
           OPEN EXTEND CAT-FILE-OUT
           MOVE SPACES          TO RPT-CATALOG-REC
           SET RCT-REPRINTED    TO TRUE
           MOVE WS-PROGRAM      TO RCT-PROGRAM
           MOVE WS-BUS-DATE     TO RCT-BUS-DATE
           MOVE WS-LAST-PIECE   TO RCT-PIECE-NO
           MOVE WS-DESK         TO RCT-DESK
           MOVE 1               TO RCT-COPIES
           MOVE ZERO            TO RCT-LINE-FROM
           MOVE WS-LINE-CNT     TO RCT-LINE-CNT
           MOVE WS-PAGE-TOTAL   TO RCT-PAGE-CNT
           MOVE WS-CUR-DATE     TO RCT-ACTION-DATE
           MOVE WS-CUR-TIME     TO RCT-ACTION-TIME
           WRITE CAT-OUT-REC FROM RPT-CATALOG-REC
           CLOSE CAT-FILE-OUT.
      *
       9000-TERMINATE.
           CLOSE REPRINT-RPT
           DISPLAY "RPTRPRT PROGRAM=" WS-PROGRAM
               " DATE=" WS-BUS-DATE
               " PIECES=" WS-PCE-CNT
               " LINES=" WS-LINE-CNT
               " PAGES=" WS-PAGE-TOTAL.
