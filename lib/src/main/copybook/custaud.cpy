      * One record per CUSTMNT attempt, in the EMP-AUDIT-REC mold:
      * before/after values of every field the transaction can touch.
      * Action 'A' = add, 'C' = change, 'X' = close (record deleted).
      * Written when the change is approved: CUSTA-OPERATOR-ID is
      * the operator who keyed it, CUSTA-APPROVER-ID the one who
      * approved it (see PENDCHG).
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  CUST-AUDIT-REC.
           05  CUSTA-CUSTOMER-ID     PIC 9(5).
           05  CUSTA-AFTER-NAME      PIC X(30).
           05  CUSTA-BEFORE-BALANCE  PIC S9(7)V99 COMP-3.
           05  CUSTA-AFTER-BALANCE   PIC S9(7)V99 COMP-3.
           05  CUSTA-OPERATOR-ID     PIC X(08).
           05  CUSTA-APPROVER-ID     PIC X(08).
