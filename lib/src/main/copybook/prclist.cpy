      *-------------------------------
      * Dated Price List Record
      *-------------------------------
      * One record per product per effective date, keyed on PL-KEY
      * and maintained online by PRODMNT. The list price in effect
      * on a given date is the one with the latest PL-EFF-DATE not
      * after that date; a product with no such record has no list
      * price yet. PL-UNIT-PRICE has the same picture as a line
      * AMOUNT on ORDER-RECORD.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PRICE-LIST-REC.
           05  PL-KEY.
               10  PL-PRODUCT-CODE   PIC X(8).
               10  PL-EFF-DATE       PIC 9(8).
           05  PL-UNIT-PRICE         PIC 9(5)V99.
