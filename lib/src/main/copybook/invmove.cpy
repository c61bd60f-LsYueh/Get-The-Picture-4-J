      *-------------------------------
      * Stock Movement Journal Record
      *-------------------------------
      * One record per change to the inventory master, appended
      * (OPEN EXTEND) by the program making it. MV-QTY is signed:
      *   'R' receipt        (INVPOST)  on hand +
      *   'C' count adjust   (INVPOST)  on hand + or -, reason coded
      *   'F' order fill     (ORDFILL)  on hand -
      *   'B' reservation    (ORDFILL)  reserved + (back-order
      *                                 carried) or - (released)
      * MV-REFERENCE is the receipt number, count sheet or ORDER-ID.
      * The after-balances let INVLEDG show opening and closing
      * stock per product for a day without reading the master.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  STOCK-MOVE-REC.
           05  MV-PRODUCT-CODE       PIC X(8).
           05  MV-DATE               PIC 9(8).
           05  MV-TIME               PIC 9(6).
           05  MV-TYPE               PIC X(01).
               88  MV-RECEIPT                  VALUE 'R'.
               88  MV-COUNT-ADJUST             VALUE 'C'.
               88  MV-FILL                     VALUE 'F'.
               88  MV-RESERVATION              VALUE 'B'.
           05  MV-QTY                PIC S9(7) COMP-3.
           05  MV-REASON             PIC X(02).
               88  MV-REASON-DAMAGED           VALUE 'DM'.
               88  MV-REASON-SHRINKAGE         VALUE 'SH'.
               88  MV-REASON-RECEIVING         VALUE 'RE'.
               88  MV-REASON-PICKING           VALUE 'PE'.
               88  MV-REASON-FOUND             VALUE 'FD'.
               88  MV-REASON-VALID             VALUE 'DM' 'SH'
                                                     'RE' 'PE' 'FD'.
           05  MV-REFERENCE          PIC X(10).
           05  MV-UNIT-COST          PIC 9(5)V9999.
           05  MV-ON-HAND-AFTER      PIC 9(7).
           05  MV-RESERVED-AFTER     PIC 9(7).
           05  MV-SOURCE-PGM         PIC X(8).
