      *-------------------------------
      * Period Close / Reopen Audit Record
      *-------------------------------
      * Appended (OPEN EXTEND) by PERCLOSE for every close and every
      * reopen of a ledger period: who, when and - for a reopen -
      * why. Refused attempts go to SECLOG instead.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PERIOD-AUDIT-REC.
           05  PA-PERIOD             PIC 9(6).
           05  PA-ACTION             PIC X(01).
               88  PA-CLOSE                    VALUE 'C'.
               88  PA-REOPEN                   VALUE 'R'.
           05  PA-DATE               PIC 9(8).
           05  PA-TIME               PIC 9(6).
           05  PA-OPERATOR-ID        PIC X(08).
           05  PA-EMP-ID             PIC 9(5).
           05  PA-REASON             PIC X(40).
