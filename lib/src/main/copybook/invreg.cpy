      *-------------------------------
      * Invoice Register Record
      *-------------------------------
      * Indexed register kept by INVBILL, keyed on document number
      * and product. Each invoice or credit note has a header record
      * (IR-PRODUCT-CODE = SPACES) carrying the document total as
      * posted to ORDERTXN - negative for a credit note - and one
      * record per product billed or credited. On an invoice line
      * IR-RETURNED-QTY counts units already credited, so goods are
      * never credited twice; a credit-note line points back to the
      * invoice through IR-ORIG-DOC-NO. ORDEDIT reads the header to
      * let a credit note's negative ORDER-AMOUNT through.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  INVOICE-REGISTER-REC.
           05  IR-KEY.
               10  IR-DOC-NO         PIC 9(6).
               10  IR-PRODUCT-CODE   PIC X(8).
           05  IR-DOC-TYPE           PIC X(01).
               88  IR-INVOICE                  VALUE 'I'.
               88  IR-CREDIT-NOTE              VALUE 'C'.
           05  IR-DOC-DATE           PIC 9(8).
           05  IR-CUSTOMER-ID        PIC 9(5).
           05  IR-CUSTOMER-NAME      PIC X(20).
           05  IR-ORDER-ID           PIC X(10).
           05  IR-ORIG-DOC-NO        PIC 9(6).
           05  IR-QTY                PIC 9(7).
           05  IR-RETURNED-QTY       PIC 9(7).
           05  IR-UNIT-AMOUNT        PIC 9(5)V99.
           05  IR-AMOUNT             PIC S9(7)V99 COMP-3.
