      *-------------------------------
      * Daily Stock Movement Ledger
      *-------------------------------
      * Lists one business day of the INVMOVE journal (invmove.cpy)
      * by product: opening on hand and reserved, each receipt,
      * count adjustment, fill and reservation change in the order
      * it was posted, then the closing balances. Opening is backed
      * out of the first movement's after-balances, closing is the
      * last movement's. Each product is rolled forward from opening
      * through its movements; a roll that does not reach the
      * closing balance (journal out of step with the master, e.g.
      * a rerun without restoring INVMSTR) is flagged and ends the
      * run RC=8. Totals by movement type close the report. The day
      * is the LEDGPARM date when given, else the BUSDATE card.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVLEDG.
       AUTHOR.     LEDGER-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-FILE    ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE-IN ASSIGN TO "LEDGPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE    ASSIGN TO "SORTWK01".
           SELECT LEDG-RPT     ASSIGN TO "INVLEDRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-FILE
           RECORDING MODE IS F.
           COPY "invmove.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-LEDGER-DATE PIC 9(08).
      *
      *    sorted on product only - WITH DUPLICATES IN ORDER keeps the
      *    journal's posting order inside a product.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SW-PRODUCT-CODE PIC X(8).
           05  FILLER          PIC X(62).
      *
       FD  LEDG-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-MOVE-CNT     PIC 9(07) VALUE ZERO.
           05  WS-PRODUCT-CNT  PIC 9(07) VALUE ZERO.
           05  WS-BREAK-CNT    PIC 9(07) VALUE ZERO.
       01  WS-LEDGER-DATE      PIC 9(08) VALUE ZERO.
       01  WS-CUR-PRODUCT      PIC X(8)  VALUE SPACES.
       01  WS-ROLL-ON-HAND     PIC S9(9) VALUE ZERO.
       01  WS-ROLL-RESERVED    PIC S9(9) VALUE ZERO.
       01  WS-CLOSE-ON-HAND    PIC 9(7)  VALUE ZERO.
       01  WS-CLOSE-RESERVED   PIC 9(7)  VALUE ZERO.
      *
      *    totals by movement type - R, C, F, B in that order.
       01  WS-TYPE-CODES       PIC X(4)  VALUE "RCFB".
       01  WS-TYPE-CODE-TBL REDEFINES WS-TYPE-CODES.
           05  WS-TYPE-CODE    PIC X(01) OCCURS 4 TIMES.
       01  WS-TYPE-NAMES.
           05  FILLER          PIC X(16) VALUE "RECEIPTS".
           05  FILLER          PIC X(16) VALUE "COUNT ADJUSTS".
           05  FILLER          PIC X(16) VALUE "ORDER FILLS".
           05  FILLER          PIC X(16) VALUE "RESERVATIONS".
       01  WS-TYPE-NAME-TBL REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME    PIC X(16) OCCURS 4 TIMES.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL OCCURS 4 TIMES.
               10  WS-TYPE-CNT PIC 9(07)     VALUE ZERO.
               10  WS-TYPE-QTY PIC S9(11)    VALUE ZERO.
       01  WS-TYPE-IDX         PIC 9(01) VALUE ZERO.
      *
       01  RPT-HEADING.
           05  FILLER          PIC X(30)
               VALUE "DAILY STOCK MOVEMENT LEDGER  ".
           05  FILLER          PIC X(09) VALUE "FOR DATE ".
           05  RPT-H-DATE      PIC 9(8).
       01  RPT-OPEN-LINE.
           05  FILLER          PIC X(08) VALUE "PRODUCT ".
           05  RPT-O-PRODUCT   PIC X(8).
           05  FILLER          PIC X(18) VALUE "  OPENING ON-HAND=".
           05  RPT-O-ON-HAND   PIC -(8)9.
           05  FILLER          PIC X(10) VALUE " RESERVED=".
           05  RPT-O-RESERVED  PIC -(8)9.
       01  RPT-MOVE-DETAIL.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-D-TIME      PIC 9(6).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-TYPE      PIC X(16).
           05  RPT-D-REFERENCE PIC X(10).
           05  FILLER          PIC X(05) VALUE " QTY=".
           05  RPT-D-QTY       PIC -(7)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-REASON    PIC X(02).
           05  FILLER          PIC X(09) VALUE " ON-HAND=".
           05  RPT-D-ON-HAND   PIC Z(6)9.
           05  FILLER          PIC X(10) VALUE " RESERVED=".
           05  RPT-D-RESERVED  PIC Z(6)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-SOURCE    PIC X(8).
       01  RPT-CLOSE-LINE.
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(18) VALUE "  CLOSING ON-HAND=".
           05  RPT-C-ON-HAND   PIC -(8)9.
           05  FILLER          PIC X(10) VALUE " RESERVED=".
           05  RPT-C-RESERVED  PIC -(8)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-C-FLAG      PIC X(30).
       01  RPT-TYPE-LINE.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-T-NAME      PIC X(16).
           05  FILLER          PIC X(07) VALUE " COUNT=".
           05  RPT-T-CNT       PIC Z(6)9.
           05  FILLER          PIC X(05) VALUE " QTY=".
           05  RPT-T-QTY       PIC -(10)9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SW-PRODUCT-CODE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-SELECT-DAY
               OUTPUT PROCEDURE IS 3000-PRINT-LEDGER
           PERFORM 9000-TERMINATE
           IF WS-BREAK-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "INVLEDG ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-LEDGER-DATE
           CLOSE BUSDATE-FILE
      *    LEDGPARM reprints an earlier day; absent or zero = today.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               NOT AT END
                   IF PARM-LEDGER-DATE > ZERO
                       MOVE PARM-LEDGER-DATE TO WS-LEDGER-DATE
                   END-IF
           END-READ
           CLOSE PARM-FILE-IN
           OPEN OUTPUT LEDG-RPT
           MOVE WS-LEDGER-DATE TO RPT-H-DATE
           MOVE RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      *
       2000-SELECT-DAY.
           OPEN INPUT MOVE-FILE
           PERFORM 2100-READ-MOVE
           PERFORM UNTIL WS-EOF
               IF MV-DATE = WS-LEDGER-DATE
                   RELEASE SORT-REC FROM STOCK-MOVE-REC
               END-IF
               PERFORM 2100-READ-MOVE
           END-PERFORM
           CLOSE MOVE-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-MOVE.
           READ MOVE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3000-PRINT-LEDGER.
           PERFORM 3100-RETURN-MOVE
           PERFORM UNTIL WS-EOF
               IF MV-PRODUCT-CODE NOT = WS-CUR-PRODUCT
                   IF WS-CUR-PRODUCT NOT = SPACES
                       PERFORM 3400-CLOSE-PRODUCT
                   END-IF
                   PERFORM 3200-OPEN-PRODUCT
               END-IF
               PERFORM 3300-PRINT-MOVE
               PERFORM 3100-RETURN-MOVE
           END-PERFORM
           IF WS-CUR-PRODUCT NOT = SPACES
               PERFORM 3400-CLOSE-PRODUCT
           END-IF.
      *
       3100-RETURN-MOVE.
           RETURN SORT-FILE INTO STOCK-MOVE-REC
               AT END SET WS-EOF TO TRUE
           END-RETURN.
      *
      *    opening = the first movement's after-balance with that
      *    movement backed out (on hand for R/C/F, reserved for B).
       3200-OPEN-PRODUCT.
           ADD 1 TO WS-PRODUCT-CNT
           MOVE MV-PRODUCT-CODE   TO WS-CUR-PRODUCT
           MOVE MV-ON-HAND-AFTER  TO WS-ROLL-ON-HAND
           MOVE MV-RESERVED-AFTER TO WS-ROLL-RESERVED
           IF MV-RESERVATION
               SUBTRACT MV-QTY FROM WS-ROLL-RESERVED
           ELSE
               SUBTRACT MV-QTY FROM WS-ROLL-ON-HAND
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CUR-PRODUCT   TO RPT-O-PRODUCT
           MOVE WS-ROLL-ON-HAND  TO RPT-O-ON-HAND
           MOVE WS-ROLL-RESERVED TO RPT-O-RESERVED
           MOVE RPT-OPEN-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
       3300-PRINT-MOVE.
           ADD 1 TO WS-MOVE-CNT
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               IF MV-TYPE = WS-TYPE-CODE (WS-TYPE-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TYPE-IDX > 4
               MOVE "UNKNOWN TYPE" TO RPT-D-TYPE
           ELSE
               ADD 1      TO WS-TYPE-CNT (WS-TYPE-IDX)
               ADD MV-QTY TO WS-TYPE-QTY (WS-TYPE-IDX)
               MOVE WS-TYPE-NAME (WS-TYPE-IDX) TO RPT-D-TYPE
           END-IF
           IF MV-RESERVATION
               ADD MV-QTY TO WS-ROLL-RESERVED
           ELSE
               ADD MV-QTY TO WS-ROLL-ON-HAND
           END-IF
           MOVE MV-ON-HAND-AFTER  TO WS-CLOSE-ON-HAND
           MOVE MV-RESERVED-AFTER TO WS-CLOSE-RESERVED
           MOVE SPACES            TO RPT-LINE
           MOVE MV-TIME           TO RPT-D-TIME
           MOVE MV-REFERENCE      TO RPT-D-REFERENCE
           MOVE MV-QTY            TO RPT-D-QTY
           MOVE MV-REASON         TO RPT-D-REASON
           MOVE MV-ON-HAND-AFTER  TO RPT-D-ON-HAND
           MOVE MV-RESERVED-AFTER TO RPT-D-RESERVED
           MOVE MV-SOURCE-PGM     TO RPT-D-SOURCE
           MOVE RPT-MOVE-DETAIL   TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    the roll from opening through every movement must land on
      *    the last after-balance.
       3400-CLOSE-PRODUCT.
           MOVE SPACES TO RPT-LINE
           MOVE WS-CLOSE-ON-HAND  TO RPT-C-ON-HAND
           MOVE WS-CLOSE-RESERVED TO RPT-C-RESERVED
           IF WS-ROLL-ON-HAND  = WS-CLOSE-ON-HAND
           AND WS-ROLL-RESERVED = WS-CLOSE-RESERVED
               MOVE SPACES TO RPT-C-FLAG
           ELSE
               MOVE "*ROLL-FORWARD BREAK*" TO RPT-C-FLAG
               ADD 1 TO WS-BREAK-CNT
           END-IF
           MOVE RPT-CLOSE-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TOTALS BY MOVEMENT TYPE" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE SPACES TO RPT-LINE
               MOVE WS-TYPE-NAME (WS-TYPE-IDX) TO RPT-T-NAME
               MOVE WS-TYPE-CNT (WS-TYPE-IDX)  TO RPT-T-CNT
               MOVE WS-TYPE-QTY (WS-TYPE-IDX)  TO RPT-T-QTY
               MOVE RPT-TYPE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           CLOSE LEDG-RPT
           DISPLAY "INVLEDG DATE=" WS-LEDGER-DATE
               " PRODUCTS=" WS-PRODUCT-CNT
               " MOVEMENTS=" WS-MOVE-CNT
               " BREAKS=" WS-BREAK-CNT.
