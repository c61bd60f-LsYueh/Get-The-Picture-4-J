      *-------------------------------
      * Shipped Order-Line Record
      *-------------------------------
      * One record per filled order line, written by ORDFILL to the
      * SHIPPED file and billed by INVBILL. SH-QTY is the quantity
      * shipped this run; SH-ORDERED-QTY the line's original order
      * quantity and SH-BACK-QTY the remainder still back-ordered
      * after this fill, both for the invoice. SH-AMOUNT is SH-QTY
      * at SH-UNIT-AMOUNT (the two LINE-AMOUNTS summed).
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  SHIP-REC.
           05  SH-ORDER-ID         PIC X(10).
           05  SH-PRODUCT-CODE     PIC X(8).
           05  SH-QTY              PIC 9(5).
           05  SH-AMOUNT           PIC 9(7)V99.
           05  SH-CUSTOMER-NAME    PIC X(20).
           05  SH-ORDERED-QTY      PIC 9(5).
           05  SH-BACK-QTY         PIC 9(5).
           05  SH-UNIT-AMOUNT      PIC 9(5)V99.
