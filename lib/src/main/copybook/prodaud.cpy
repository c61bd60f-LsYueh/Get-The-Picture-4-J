      *-------------------------------
      * Product Maintenance Audit Trail Record
      *-------------------------------
      * One record per PRODMNT update, in the CUST-AUDIT-REC mold:
      * before/after values of every field the transaction can touch.
      * Action 'A' = product added, 'C' = product changed (description,
      * unit of measure or status), 'P' = list price added or changed
      * for PRDA-PRICE-EFF-DATE (before price zero on a new date).
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PROD-AUDIT-REC.
           05  PRDA-PRODUCT-CODE     PIC X(8).
           05  PRDA-CHANGE-DATE      PIC 9(8).
           05  PRDA-CHANGE-TIME      PIC 9(6).
           05  PRDA-ACTION           PIC X(01).
           05  PRDA-OPERATOR-ID      PIC X(08).
           05  PRDA-BEFORE-DESC      PIC X(30).
           05  PRDA-AFTER-DESC       PIC X(30).
           05  PRDA-BEFORE-UOM       PIC X(4).
           05  PRDA-AFTER-UOM        PIC X(4).
           05  PRDA-BEFORE-STATUS    PIC X(01).
           05  PRDA-AFTER-STATUS     PIC X(01).
           05  PRDA-STATUS-DATE      PIC 9(8).
           05  PRDA-PRICE-EFF-DATE   PIC 9(8).
           05  PRDA-BEFORE-PRICE     PIC 9(5)V99.
           05  PRDA-AFTER-PRICE      PIC 9(5)V99.
