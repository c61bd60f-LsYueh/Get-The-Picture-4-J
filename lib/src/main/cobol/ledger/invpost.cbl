      *-------------------------------
      * Inventory Receipts / Cycle-Count Posting
      *-------------------------------
      * Keeps the perpetual inventory master (INVMSTR, invmstr.cpy)
      * that replaces the outside INVAVAIL snapshot. Two inputs, each
      * optional so receipts and counts can run on their own:
      *   RECVIN   goods receipts from receiving - on hand goes up by
      *            the received quantity and IM-UNIT-COST becomes the
      *            weighted average of stock and receipt cost (a
      *            receipt with no cost leaves the cost alone),
      *   CCOUNTIN cycle counts - on hand is set to the counted
      *            quantity; any difference needs a reason code
      *            (MV-REASON-VALID) or the count is refused.
      * The product must be on PRODMSTR; a product new to the
      * inventory master is added on its first receipt or count.
      * Every change is appended to the INVMOVE movement journal
      * (invmove.cpy) dated with the BUSDATE business date. Refused
      * items print with a reason and end the run RC=8.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPOST.
       AUTHOR.     LEDGER-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECV-FILE-IN ASSIGN TO "RECVIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COUNT-FILE-IN ASSIGN TO "CCOUNTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE.
           SELECT INVENTORY-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-PRODUCT-CODE.
           SELECT MOVE-FILE    ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-RPT     ASSIGN TO "INVPSTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RECV-FILE-IN
           RECORDING MODE IS F.
       01  RECV-REC.
           05  RC-RECEIPT-NO   PIC X(10).
           05  RC-PRODUCT-CODE PIC X(8).
           05  RC-QTY          PIC 9(7).
           05  RC-UNIT-COST    PIC 9(5)V99.
           05  RC-RECEIPT-DATE PIC 9(8).
      *
       FD  COUNT-FILE-IN
           RECORDING MODE IS F.
       01  COUNT-REC.
           05  CC-COUNT-SHEET  PIC X(10).
           05  CC-PRODUCT-CODE PIC X(8).
           05  CC-COUNTED-QTY  PIC 9(7).
           05  CC-REASON       PIC X(02).
           05  CC-COUNTER-ID   PIC X(08).
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  PRODUCT-FILE
           RECORDING MODE IS F.
           COPY "prodmstr.cpy".
      *
       FD  INVENTORY-FILE
           RECORDING MODE IS F.
           COPY "invmstr.cpy".
      *
       FD  MOVE-FILE
           RECORDING MODE IS F.
           COPY "invmove.cpy".
      *
       FD  POST-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-PROD-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-PROD-FOUND         VALUE 'Y'.
           05  WS-INV-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-INV-FOUND          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-RECV-CNT     PIC 9(07) VALUE ZERO.
           05  WS-COUNT-CNT    PIC 9(07) VALUE ZERO.
           05  WS-ADJUST-CNT   PIC 9(07) VALUE ZERO.
           05  WS-REFUSE-CNT   PIC 9(07) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-LOOK-PRODUCT     PIC X(8)  VALUE SPACES.
       01  WS-NEW-ON-HAND      PIC 9(8)  VALUE ZERO.
       01  WS-STOCK-VALUE      PIC 9(13)V9999 VALUE ZERO.
       01  WS-ADJUST-QTY       PIC S9(8) VALUE ZERO.
       01  WS-REFUSE-REASON    PIC X(30) VALUE SPACES.
       01  RPT-MOVE-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-M-TYPE      PIC X(07).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-M-REFERENCE PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-M-PRODUCT   PIC X(8).
           05  FILLER          PIC X(05) VALUE " QTY=".
           05  RPT-M-QTY       PIC -(7)9.
           05  FILLER          PIC X(08) VALUE " REASON=".
           05  RPT-M-REASON    PIC X(02).
           05  FILLER          PIC X(09) VALUE " ON-HAND=".
           05  RPT-M-ON-HAND   PIC Z(6)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-M-NOTE      PIC X(30).
       01  RPT-TOTALS.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE "RECEIPTS=".
           05  RPT-T-RECV      PIC Z(6)9.
           05  FILLER          PIC X(09) VALUE "  COUNTS=".
           05  RPT-T-COUNT     PIC Z(6)9.
           05  FILLER          PIC X(14) VALUE "  ADJUSTMENTS=".
           05  RPT-T-ADJUST    PIC Z(6)9.
           05  FILLER          PIC X(10) VALUE "  REFUSED=".
           05  RPT-T-REFUSED   PIC Z(6)9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-RECEIPTS
           PERFORM 3000-POST-COUNTS
           PERFORM 9000-TERMINATE
           IF WS-REFUSE-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "INVPOST ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE
           OPEN INPUT  PRODUCT-FILE
           OPEN I-O    INVENTORY-FILE
      *    journal opened EXTEND - receipts, counts and fills from
      *    several runs in one day all land on the same ledger.
           OPEN EXTEND MOVE-FILE
           OPEN OUTPUT POST-RPT
           MOVE "INVENTORY RECEIPTS / CYCLE-COUNT POSTING" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      *
       2000-POST-RECEIPTS.
           OPEN INPUT RECV-FILE-IN
           PERFORM 2100-READ-RECEIPT
           PERFORM UNTIL WS-EOF
               PERFORM 2200-POST-ONE-RECEIPT
               PERFORM 2100-READ-RECEIPT
           END-PERFORM
           CLOSE RECV-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-RECEIPT.
           READ RECV-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-POST-ONE-RECEIPT.
           ADD 1 TO WS-RECV-CNT
           MOVE SPACES          TO STOCK-MOVE-REC
           SET MV-RECEIPT       TO TRUE
           MOVE RC-RECEIPT-NO   TO MV-REFERENCE
           MOVE RC-PRODUCT-CODE TO WS-LOOK-PRODUCT
           MOVE RC-QTY          TO MV-QTY
           IF RC-QTY NOT > ZERO
               MOVE "RECEIVED QUANTITY NOT POSITIVE" TO WS-REFUSE-REASON
               PERFORM 8800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-READ-PRODUCT-STOCK
           IF NOT WS-PROD-FOUND
               MOVE "PRODUCT NOT ON MASTER" TO WS-REFUSE-REASON
               PERFORM 8800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-ON-HAND = IM-ON-HAND-QTY + RC-QTY
           IF WS-NEW-ON-HAND > 9999999
               MOVE "ON HAND WOULD OVERFLOW" TO WS-REFUSE-REASON
               PERFORM 8800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF RC-UNIT-COST > ZERO
               COMPUTE WS-STOCK-VALUE =
                   (IM-ON-HAND-QTY * IM-UNIT-COST)
                   + (RC-QTY * RC-UNIT-COST)
               COMPUTE IM-UNIT-COST ROUNDED =
                   WS-STOCK-VALUE / WS-NEW-ON-HAND
           END-IF
           MOVE WS-NEW-ON-HAND TO IM-ON-HAND-QTY
           PERFORM 8100-SAVE-STOCK
           MOVE "RECEIPT" TO RPT-M-TYPE
           MOVE SPACES    TO RPT-M-NOTE
           PERFORM 8900-PRINT-MOVE.
      *
       3000-POST-COUNTS.
           OPEN INPUT COUNT-FILE-IN
           PERFORM 3100-READ-COUNT
           PERFORM UNTIL WS-EOF
               PERFORM 3200-POST-ONE-COUNT
               PERFORM 3100-READ-COUNT
           END-PERFORM
           CLOSE COUNT-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       3100-READ-COUNT.
           READ COUNT-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    a count that agrees only dates the master; a difference
      *    must carry a reason code before on hand is moved.
       3200-POST-ONE-COUNT.
           ADD 1 TO WS-COUNT-CNT
           MOVE SPACES          TO STOCK-MOVE-REC
           SET MV-COUNT-ADJUST  TO TRUE
           MOVE CC-COUNT-SHEET  TO MV-REFERENCE
           MOVE CC-REASON       TO MV-REASON
           MOVE CC-PRODUCT-CODE TO WS-LOOK-PRODUCT
           MOVE ZERO            TO MV-QTY
           PERFORM 8000-READ-PRODUCT-STOCK
           IF NOT WS-PROD-FOUND
               MOVE "PRODUCT NOT ON MASTER" TO WS-REFUSE-REASON
               PERFORM 8800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ADJUST-QTY = CC-COUNTED-QTY - IM-ON-HAND-QTY
           MOVE WS-ADJUST-QTY TO MV-QTY
           IF WS-ADJUST-QTY NOT = ZERO AND NOT MV-REASON-VALID
               MOVE "COUNT DIFFERENCE NEEDS REASON" TO WS-REFUSE-REASON
               PERFORM 8800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE TO IM-LAST-COUNT-DATE
           MOVE CC-COUNTED-QTY   TO IM-ON-HAND-QTY
           IF WS-ADJUST-QTY = ZERO
               PERFORM 8200-STORE-MASTER
               MOVE "COUNT"  TO RPT-M-TYPE
               MOVE "AGREES WITH ON HAND - NO ADJUST" TO RPT-M-NOTE
           ELSE
               ADD 1 TO WS-ADJUST-CNT
               PERFORM 8100-SAVE-STOCK
               MOVE "ADJUST" TO RPT-M-TYPE
               MOVE SPACES   TO RPT-M-NOTE
           END-IF
           PERFORM 8900-PRINT-MOVE.
      *
      *    PRODMSTR must know the product; a product not yet on the
      *    inventory master starts at zero stock and zero cost.
       8000-READ-PRODUCT-STOCK.
           MOVE WS-LOOK-PRODUCT TO PM-PRODUCT-CODE
           READ PRODUCT-FILE
               INVALID KEY     MOVE 'N' TO WS-PROD-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-PROD-STATUS-SW
           END-READ
           MOVE WS-LOOK-PRODUCT TO IM-PRODUCT-CODE
           READ INVENTORY-FILE
               INVALID KEY     MOVE 'N' TO WS-INV-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-INV-STATUS-SW
           END-READ
           IF NOT WS-INV-FOUND
               MOVE WS-LOOK-PRODUCT TO IM-PRODUCT-CODE
               MOVE ZERO TO IM-ON-HAND-QTY
               MOVE ZERO TO IM-RESERVED-QTY
               MOVE ZERO TO IM-UNIT-COST
               MOVE ZERO TO IM-LAST-MOVE-DATE
               MOVE ZERO TO IM-LAST-COUNT-DATE
           END-IF.
      *
       8100-SAVE-STOCK.
           MOVE WS-BUSINESS-DATE TO IM-LAST-MOVE-DATE
           PERFORM 8200-STORE-MASTER
           MOVE WS-LOOK-PRODUCT  TO MV-PRODUCT-CODE
           MOVE WS-BUSINESS-DATE TO MV-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO MV-TIME
           MOVE IM-UNIT-COST     TO MV-UNIT-COST
           MOVE IM-ON-HAND-QTY   TO MV-ON-HAND-AFTER
           MOVE IM-RESERVED-QTY  TO MV-RESERVED-AFTER
           MOVE "INVPOST"        TO MV-SOURCE-PGM
           WRITE STOCK-MOVE-REC.
      *
       8200-STORE-MASTER.
           IF WS-INV-FOUND
               REWRITE INVENTORY-MASTER-REC
           ELSE
               WRITE INVENTORY-MASTER-REC
               SET WS-INV-FOUND TO TRUE
           END-IF.
      *
       8800-REFUSE-ITEM.
           ADD 1 TO WS-REFUSE-CNT
           MOVE "REFUSED"        TO RPT-M-TYPE
           MOVE WS-REFUSE-REASON TO RPT-M-NOTE
           MOVE ZERO             TO IM-ON-HAND-QTY
           PERFORM 8900-PRINT-MOVE.
      *
       8900-PRINT-MOVE.
           MOVE SPACES          TO RPT-LINE
           MOVE MV-REFERENCE    TO RPT-M-REFERENCE
           MOVE WS-LOOK-PRODUCT TO RPT-M-PRODUCT
           MOVE MV-QTY          TO RPT-M-QTY
           MOVE MV-REASON       TO RPT-M-REASON
           MOVE IM-ON-HAND-QTY  TO RPT-M-ON-HAND
           MOVE RPT-MOVE-LINE   TO RPT-LINE
           WRITE RPT-LINE.
      *
       9000-TERMINATE.
           MOVE SPACES        TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RECV-CNT   TO RPT-T-RECV
           MOVE WS-COUNT-CNT  TO RPT-T-COUNT
           MOVE WS-ADJUST-CNT TO RPT-T-ADJUST
           MOVE WS-REFUSE-CNT TO RPT-T-REFUSED
           MOVE RPT-TOTALS    TO RPT-LINE
           WRITE RPT-LINE
           CLOSE PRODUCT-FILE
           CLOSE INVENTORY-FILE
           CLOSE MOVE-FILE
           CLOSE POST-RPT
           DISPLAY "INVPOST RECEIPTS=" WS-RECV-CNT
               " COUNTS=" WS-COUNT-CNT
               " ADJUSTMENTS=" WS-ADJUST-CNT
               " REFUSED=" WS-REFUSE-CNT.
