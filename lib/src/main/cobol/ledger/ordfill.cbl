      * Order Fulfillment / Back-Order Allocation
      *-------------------------------
      * ORDXPLD only reports the nested ORDER-LINES; when stock runs
      * short there is no systematic part-fill. This run allocates
      * against the perpetual inventory master (INVMSTR, invmstr.cpy)
      * kept by INVPOST: carried back-orders first (BAKIN, oldest
      * shortages get stock before new demand), then each ORDER-LINE
      * of the day's ORDNEST orders. Filled quantity goes to the
      * shipped-lines file (shipline.cpy, billed by INVBILL) and
      * comes off IM-ON-HAND-QTY at once, so the same units cannot be
      * promised twice; the remainder
      * becomes a BACK-ORDER-REC on BAKOUT carried into the next run,
      * first-date preserved, and is held in IM-RESERVED-QTY. A
      * carried back-order gives its reservation back before it is
      * allocated again. New demand sees only on hand less reserved.
      * Fills ('F') and reservation changes ('B') are journalled on
      * INVMOVE. The master is updated in place - a rerun of the same
      * day needs INVMSTR restored from its pre-run copy first.
      * Every order is cross-footed the ORDXPLD way: shipped amount
      * plus back-ordered amount must tie to the stated TOTAL-AMOUNT,
      * mismatches are flagged and end the run RC=8. Back-order aging
       FILE-CONTROL.
           SELECT ORDER-FILE  ASSIGN TO "ORDNEST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-PRODUCT-CODE.
           SELECT MOVE-FILE   ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BAK-FILE-IN ASSIGN TO "BAKIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORDING MODE IS F.
           COPY "nested-occurs-record.cpy".
      *
       FD  INVENTORY-FILE
           RECORDING MODE IS F.
           COPY "invmstr.cpy".
      *
       FD  MOVE-FILE
           RECORDING MODE IS F.
           COPY "invmove.cpy".
      *
       FD  BAK-FILE-IN
           RECORDING MODE IS F.
      *
       FD  BAK-FILE-OUT
           RECORDING MODE IS F.
       01  BAK-OUT-REC         PIC X(63).
      *
       FD  SHIP-FILE
           RECORDING MODE IS F.
           COPY "shipline.cpy".
      *
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  WS-LOOK-PRODUCT     PIC X(8)  VALUE SPACES.
       01  WS-FILL-QTY         PIC 9(5)  VALUE ZERO.
       01  WS-SHORT-QTY        PIC 9(5)  VALUE ZERO.
       01  WS-RELEASE-QTY      PIC 9(7)  VALUE ZERO.
       01  WS-FREE-QTY         PIC 9(7)  VALUE ZERO.
       01  WS-RESERVED-BEFORE  PIC 9(7)  VALUE ZERO.
       01  WS-MOVE-REFERENCE   PIC X(10) VALUE SPACES.
       01  WS-SHIP-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01  WS-BACK-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01  WS-ACCOUNTED        PIC 9(9)V99 VALUE ZERO.
      *
      *    build area for new/rolled back-order records.
           COPY "bakorder.cpy".
      *
       01  RPT-FILL-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-ALLOCATE-CARRIED-BACKORDERS
           PERFORM 4000-ALLOCATE-ORDERS UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           OPEN INPUT  ORDER-FILE
           OPEN I-O    INVENTORY-FILE
           OPEN EXTEND MOVE-FILE
           OPEN OUTPUT BAK-FILE-OUT
           OPEN OUTPUT SHIP-FILE
           OPEN OUTPUT FILL-RPT
           WRITE RPT-LINE
           MOVE "BACK-ORDER AGING (CARRIED SHORTAGES)" TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    carried shortages are allocated before the day's orders -
      *    oldest demand sees stock first. Still-short remainders go
           MOVE BO-QTY OF BAKIN-BACK-ORDER-REC TO WS-WANT-QTY
           MOVE BO-PRODUCT-CODE OF BAKIN-BACK-ORDER-REC
               TO WS-LOOK-PRODUCT
           MOVE BO-ORDER-ID OF BAKIN-BACK-ORDER-REC
               TO WS-MOVE-REFERENCE
           MOVE BO-QTY OF BAKIN-BACK-ORDER-REC TO WS-RELEASE-QTY
           PERFORM 8000-TAKE-FROM-STOCK
           IF WS-FILL-QTY > ZERO
               ADD 1 TO WS-SHIP-CNT
               MOVE BO-ORDER-ID OF BAKIN-BACK-ORDER-REC
               MOVE WS-FILL-QTY TO SH-QTY
               COMPUTE SH-AMOUNT ROUNDED = WS-FILL-QTY
                   * BO-UNIT-AMOUNT OF BAKIN-BACK-ORDER-REC
               MOVE BO-CUSTOMER-NAME OF BAKIN-BACK-ORDER-REC
                   TO SH-CUSTOMER-NAME
               MOVE BO-ORDERED-QTY OF BAKIN-BACK-ORDER-REC
                   TO SH-ORDERED-QTY
               MOVE WS-SHORT-QTY TO SH-BACK-QTY
               MOVE BO-UNIT-AMOUNT OF BAKIN-BACK-ORDER-REC
                   TO SH-UNIT-AMOUNT
               WRITE SHIP-REC
           END-IF
           IF WS-SHORT-QTY > ZERO
           END-PERFORM
           MOVE QUANTITY (WS-LINE-IDX) TO WS-WANT-QTY
           MOVE PRODUCT-CODE (WS-LINE-IDX) TO WS-LOOK-PRODUCT
           MOVE ORDER-ID TO WS-MOVE-REFERENCE
           MOVE ZERO     TO WS-RELEASE-QTY
           PERFORM 8000-TAKE-FROM-STOCK
           IF WS-FILL-QTY > ZERO
               ADD 1 TO WS-SHIP-CNT
               MOVE ORDER-ID TO SH-ORDER-ID
               MOVE WS-FILL-QTY TO SH-QTY
               COMPUTE SH-AMOUNT ROUNDED =
                   WS-FILL-QTY * WS-UNIT-AMOUNT
               MOVE CUSTOMER-NAME TO SH-CUSTOMER-NAME
               MOVE QUANTITY (WS-LINE-IDX) TO SH-ORDERED-QTY
               MOVE WS-SHORT-QTY   TO SH-BACK-QTY
               MOVE WS-UNIT-AMOUNT TO SH-UNIT-AMOUNT
               WRITE SHIP-REC
               COMPUTE WS-SHIP-AMOUNT = WS-SHIP-AMOUNT
                   + (WS-FILL-QTY * WS-UNIT-AMOUNT)
                   TO BO-UNIT-AMOUNT OF BACK-ORDER-REC
               MOVE WS-RUN-DATE
                   TO BO-FIRST-DATE OF BACK-ORDER-REC
               MOVE CUSTOMER-NAME
                   TO BO-CUSTOMER-NAME OF BACK-ORDER-REC
               MOVE QUANTITY (WS-LINE-IDX)
                   TO BO-ORDERED-QTY OF BACK-ORDER-REC
               WRITE BAK-OUT-REC FROM BACK-ORDER-REC
               COMPUTE WS-BACK-AMOUNT = WS-BACK-AMOUNT
                   + (WS-SHORT-QTY * WS-UNIT-AMOUNT)
           WRITE RPT-LINE.
      *
      *    allocate WS-WANT-QTY of WS-LOOK-PRODUCT against the
      *    inventory master; returns WS-FILL-QTY / WS-SHORT-QTY.
      *    WS-RELEASE-QTY is the reservation a carried back-order
      *    already holds - given back first so the back-order can
      *    use it. The short remainder is reserved again. A product
      *    not on the master ships nothing and reserves nothing.
       8000-TAKE-FROM-STOCK.
           MOVE ZERO TO WS-FILL-QTY
           MOVE WS-WANT-QTY TO WS-SHORT-QTY
           MOVE WS-LOOK-PRODUCT TO IM-PRODUCT-CODE
           READ INVENTORY-FILE
               INVALID KEY     MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE IM-RESERVED-QTY TO WS-RESERVED-BEFORE
           IF WS-RELEASE-QTY > IM-RESERVED-QTY
               MOVE IM-RESERVED-QTY TO WS-RELEASE-QTY
           END-IF
           SUBTRACT WS-RELEASE-QTY FROM IM-RESERVED-QTY
           IF IM-ON-HAND-QTY > IM-RESERVED-QTY
               COMPUTE WS-FREE-QTY = IM-ON-HAND-QTY - IM-RESERVED-QTY
           ELSE
               MOVE ZERO TO WS-FREE-QTY
           END-IF
           IF WS-FREE-QTY >= WS-WANT-QTY
               MOVE WS-WANT-QTY TO WS-FILL-QTY
               MOVE ZERO        TO WS-SHORT-QTY
           ELSE
               MOVE WS-FREE-QTY TO WS-FILL-QTY
               COMPUTE WS-SHORT-QTY = WS-WANT-QTY - WS-FILL-QTY
           END-IF
           SUBTRACT WS-FILL-QTY FROM IM-ON-HAND-QTY
           ADD WS-SHORT-QTY TO IM-RESERVED-QTY
           MOVE WS-RUN-DATE TO IM-LAST-MOVE-DATE
           REWRITE INVENTORY-MASTER-REC
      *    fill first, with the reservation as it stood, then the
      *    net reservation change - INVLEDG rolls balances in this
      *    order.
           IF WS-FILL-QTY > ZERO
               MOVE SPACES TO STOCK-MOVE-REC
               SET MV-FILL TO TRUE
               COMPUTE MV-QTY = ZERO - WS-FILL-QTY
               MOVE WS-RESERVED-BEFORE TO MV-RESERVED-AFTER
               PERFORM 8100-WRITE-MOVEMENT
           END-IF
           IF WS-SHORT-QTY NOT = WS-RELEASE-QTY
               MOVE SPACES TO STOCK-MOVE-REC
               SET MV-RESERVATION TO TRUE
               COMPUTE MV-QTY = WS-SHORT-QTY - WS-RELEASE-QTY
               MOVE IM-RESERVED-QTY TO MV-RESERVED-AFTER
               PERFORM 8100-WRITE-MOVEMENT
           END-IF.
      *
       8100-WRITE-MOVEMENT.
           MOVE WS-LOOK-PRODUCT   TO MV-PRODUCT-CODE
           MOVE WS-RUN-DATE       TO MV-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO MV-TIME
           MOVE WS-MOVE-REFERENCE TO MV-REFERENCE
           MOVE IM-UNIT-COST      TO MV-UNIT-COST
           MOVE IM-ON-HAND-QTY    TO MV-ON-HAND-AFTER
           MOVE "ORDFILL"         TO MV-SOURCE-PGM
           WRITE STOCK-MOVE-REC.
      *
       9000-TERMINATE.
           CLOSE ORDER-FILE
           CLOSE INVENTORY-FILE
           CLOSE MOVE-FILE
           CLOSE BAK-FILE-OUT
           CLOSE SHIP-FILE
           CLOSE FILL-RPT
