      *-------------------------------
      * Period Balance History Record
      *-------------------------------
      * Customer balance snapshot taken by PERCLOSE at each period
      * close, keyed on period and CUSTOMER-ID (indexed PERBAL).
      * Opening is the prior period's closing snapshot (or, on the
      * first close, closing less the period's activity); activity
      * is the net balance change of the period's POSTED GLSTHIST
      * entries; closing is CUSTOMER-BALANCE as at the period end.
      * A period closed again after a reopen replaces its snapshot.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PERIOD-BALANCE-REC.
           05  PB-KEY.
               10  PB-PERIOD         PIC 9(6).
               10  PB-CUSTOMER-ID    PIC 9(5).
           05  PB-CUSTOMER-NAME      PIC X(30).
           05  PB-OPENING-BALANCE    PIC S9(7)V99 COMP-3.
           05  PB-PERIOD-ACTIVITY    PIC S9(9)V99 COMP-3.
           05  PB-CLOSING-BALANCE    PIC S9(7)V99 COMP-3.
           05  PB-SNAPSHOT-DATE      PIC 9(8).
           05  PB-TIE-FLAG           PIC X(01).
               88  PB-TIES                     VALUE 'Y'.
