      * run to run (ORDFILL reads BAKIN, writes BAKOUT). First-date
      * is the run date the shortage first arose and drives the
      * back-order aging report; carried remainders are allocated
      * ahead of the day's new lines. Customer name and the line's
      * original ordered quantity ride along so a later fill can be
      * invoiced (INVBILL) without the original order.
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BACK-ORDER-REC.
           05  BO-ORDER-ID         PIC X(10).
           05  BO-QTY              PIC 9(5).
           05  BO-UNIT-AMOUNT      PIC 9(5)V99.
           05  BO-FIRST-DATE       PIC 9(8).
           05  BO-CUSTOMER-NAME    PIC X(20).
           05  BO-ORDERED-QTY      PIC 9(5).
