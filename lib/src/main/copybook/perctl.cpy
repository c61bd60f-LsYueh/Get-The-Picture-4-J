      *-------------------------------
      * Ledger Period Control Record
      *-------------------------------
      * One record per accounting period (calendar month, CCYYMM)
      * on the indexed PERCTL file, written by PERCLOSE when the
      * period is first closed. GLPOST and ORDEDIT read it by the
      * ORDER-DATE's month and refuse a transaction dated in a
      * period that is PC-CLOSED. A period with no record has never
      * been closed and is open. A reopen (authorized operator,
      * PERCLOSE action 'R') sets the period open again and is
      * counted here; the full trail is on PERAUD (peraud.cpy).
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PERIOD-CONTROL-REC.
           05  PC-PERIOD             PIC 9(6).
           05  PC-STATUS             PIC X(01).
               88  PC-OPEN                     VALUE 'O'.
               88  PC-CLOSED                   VALUE 'C'.
           05  PC-CLOSE-DATE         PIC 9(8).
           05  PC-CLOSE-TIME         PIC 9(6).
           05  PC-CLOSED-BY          PIC X(08).
           05  PC-REOPEN-CNT         PIC 9(3).
           05  PC-REOPEN-DATE        PIC 9(8).
           05  PC-REOPENED-BY        PIC X(08).
