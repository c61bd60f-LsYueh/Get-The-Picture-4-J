      *-------------------------------
      * Customer Invoicing / Credit Notes
      *-------------------------------
      * Bills the day's fills. The SHIPPED lines from ORDFILL
      * (shipline.cpy), plus any held from an earlier run (BILLHIN),
      * are sorted by ORDER-ID and each order becomes one printed
      * invoice (INVPRINT): line detail with quantity ordered,
      * shipped this time and still back-ordered, and the invoice
      * total. The customer is found on CUSTMSTR by name; an order
      * whose name is missing or shared by two customers is not
      * billed but held on BILLHOUT for the next run. Returned goods
      * (RTNIN: return id, invoice number, product, quantity) become
      * credit notes priced at the invoiced unit amount; a return is
      * refused when the invoice line is unknown or the quantity is
      * more than was shipped less already credited.
      * Invoices and credit notes share one number series taken from
      * the INVCTL card (last number used, rewritten at the end of
      * the run) and are all kept on the indexed register INVREG
      * (invreg.cpy) and listed on INVREGRP. Each document writes
      * one ORDER-RECORD to INVTXN - invoice total positive, credit
      * note negative, ORDER-DATE the BUSDATE card - which goes into
      * the ORDERTXN feed through ORDEDIT so GLPOST applies it to
      * CUSTOMER-BALANCE with its usual checkpoint, audit trail and
      * GLBACK backout. The posting's ORDER-ID is the INVPARM base
      * plus the document number, so invoices and credit notes keep
      * a range of their own clear of ordinary orders and the GLBRDG
      * batch; the run abends RC=16 before a number would pass the
      * last ORDER-ID on the card. Held orders or refused returns end
      * the run RC=8. INVREG and INVCTL are updated as the run goes -
      * a rerun needs both restored from their pre-run copies first.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVBILL.
       AUTHOR.     LEDGER-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-FILE    ASSIGN TO "SHIPPED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE-IN ASSIGN TO "BILLHIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE-OUT ASSIGN TO "BILLHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURN-FILE-IN ASSIGN TO "RTNIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD.
           SELECT REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-KEY.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "INVCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE-IN ASSIGN TO "INVPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-FILE-OUT ASSIGN TO "INVTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE    ASSIGN TO "SORTWK01".
           SELECT INVOICE-PRT  ASSIGN TO "INVPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT ASSIGN TO "INVREGRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-FILE
           RECORDING MODE IS F.
       01  SHIP-IN-REC         PIC X(69).
      *
       FD  HOLD-FILE-IN
           RECORDING MODE IS F.
       01  HOLD-IN-REC         PIC X(69).
      *
       FD  HOLD-FILE-OUT
           RECORDING MODE IS F.
       01  HOLD-OUT-REC        PIC X(69).
      *
       FD  RETURN-FILE-IN
           RECORDING MODE IS F.
       01  RETURN-REC.
           05  RT-RETURN-ID    PIC X(10).
           05  RT-INVOICE-NO   PIC 9(6).
           05  RT-PRODUCT-CODE PIC X(8).
           05  RT-QTY          PIC 9(5).
      *
      *    sample-cobol-copybook.cpy carries all three shared layouts;
      *    REPLACING renames the two each FD is not using (the same
      *    arrangement as GLPOST).
       FD  CUSTOMER-FILE
           RECORDING MODE IS F.
           COPY "sample-cobol-copybook.cpy"
               REPLACING ORDER-RECORD      BY CUSTFD-ORDER-RECORD
                         LONG-DESCRIPTION BY CUSTFD-LONG-DESCRIPTION.
      *
       FD  TXN-FILE-OUT
           RECORDING MODE IS F.
           COPY "sample-cobol-copybook.cpy"
               REPLACING CUSTOMER-RECORD   BY TXNFD-CUSTOMER-RECORD
                         LONG-DESCRIPTION BY TXNFD-LONG-DESCRIPTION.
      *
       FD  REGISTER-FILE
           RECORDING MODE IS F.
           COPY "invreg.cpy".
      *
       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-REC.
           05  CTL-LAST-DOC-NO PIC 9(6).
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
      *    ORDER-ID range for invoice/credit-note postings: document
      *    n posts as base + n, and base + n may not pass the last.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-BASE-ORDER-ID PIC 9(6).
           05  PARM-LAST-ORDER-ID PIC 9(6).
      *
      *    sorted on ORDER-ID only - WITH DUPLICATES IN ORDER keeps
      *    held lines ahead of today's and the fill order within.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SW-ORDER-ID     PIC X(10).
           05  FILLER          PIC X(59).
      *
       FD  INVOICE-PRT
           RECORDING MODE IS F.
       01  PRT-LINE            PIC X(132).
      *
       FD  REGISTER-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-CUST-SW      PIC X(01) VALUE 'N'.
               88  WS-CUST-FOUND         VALUE 'Y'.
               88  WS-CUST-SHARED        VALUE 'D'.
           05  WS-REG-SW       PIC X(01) VALUE 'N'.
               88  WS-REG-FOUND          VALUE 'Y'.
           05  WS-CREDIT-SW    PIC X(01) VALUE 'N'.
               88  WS-CREDIT-OPEN        VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-SHIP-CNT     PIC 9(07) VALUE ZERO.
           05  WS-INVOICE-CNT  PIC 9(07) VALUE ZERO.
           05  WS-HELD-CNT     PIC 9(07) VALUE ZERO.
           05  WS-RETURN-CNT   PIC 9(07) VALUE ZERO.
           05  WS-CREDIT-CNT   PIC 9(07) VALUE ZERO.
           05  WS-REFUSE-CNT   PIC 9(07) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-LAST-DOC-NO      PIC 9(06) VALUE ZERO.
       01  WS-DOC-NO           PIC 9(06) VALUE ZERO.
       01  WS-BASE-ORDER-ID    PIC 9(06) VALUE ZERO.
       01  WS-LAST-ORDER-ID    PIC 9(06) VALUE ZERO.
       01  WS-POST-ORDER-ID    PIC 9(07) VALUE ZERO.
       01  WS-DOC-TOTAL        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-AMOUNT      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CUR-ORDER-ID     PIC X(10) VALUE SPACES.
       01  WS-CUR-CUST-ID      PIC 9(05) VALUE ZERO.
       01  WS-CUR-CUST-NAME    PIC X(20) VALUE SPACES.
       01  WS-LOOK-NAME        PIC X(20) VALUE SPACES.
       01  WS-CUR-RETURN-ID    PIC X(10) VALUE SPACES.
       01  WS-CUR-INVOICE-NO   PIC 9(06) VALUE ZERO.
       01  WS-OPEN-QTY         PIC 9(07) VALUE ZERO.
       01  WS-REFUSE-REASON    PIC X(34) VALUE SPACES.
       01  WS-TOTALS.
           05  WS-TOT-INVOICED PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-CREDITED PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *    billing record as sorted - shipline.cpy layout.
           COPY "shipline.cpy".
      *
      *    customer names off CUSTMSTR for the name-to-id match.
       01  WS-CUST-TABLE.
           05  WS-CST-CNT      PIC 9(05) VALUE ZERO.
           05  WS-CST-ENTRY OCCURS 20000 TIMES
                   INDEXED BY CST-IDX.
               10  WS-CST-NAME     PIC X(20).
               10  WS-CST-ID       PIC 9(05).
               10  WS-CST-SHARED   PIC X(01).
      *
       01  PRT-DOC-HEAD.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PRT-H-TITLE     PIC X(12).
           05  PRT-H-DOC-NO    PIC 9(6).
           05  FILLER          PIC X(07) VALUE "  DATE ".
           05  PRT-H-DATE      PIC 9(8).
           05  PRT-H-REF-LABEL PIC X(16).
           05  PRT-H-REF       PIC X(10).
       01  PRT-CUST-HEAD.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(12) VALUE "CUSTOMER    ".
           05  PRT-C-CUST-ID   PIC 9(5).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PRT-C-CUST-NAME PIC X(20).
       01  PRT-INV-COLUMNS.
           05  FILLER          PIC X(50) VALUE
               "   PRODUCT    ORDERED  SHIPPED  BACK-ORD".
           05  FILLER          PIC X(30) VALUE
               "  UNIT-AMT         AMOUNT".
       01  PRT-CRN-COLUMNS.
           05  FILLER          PIC X(50) VALUE
               "   PRODUCT   INVOICED RETURNED".
           05  FILLER          PIC X(30) VALUE
               "  UNIT-AMT         AMOUNT".
       01  PRT-INV-LINE.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  PRT-L-PRODUCT   PIC X(8).
           05  PRT-L-ORDERED   PIC Z(8)9.
           05  PRT-L-SHIPPED   PIC Z(8)9.
           05  PRT-L-BACK      PIC Z(8)9.
           05  PRT-L-UNIT      PIC Z(6)9.99.
           05  PRT-L-AMOUNT    PIC -(11)9.99.
       01  PRT-DOC-TOTAL.
           05  FILLER          PIC X(41) VALUE SPACES.
           05  PRT-T-LABEL     PIC X(16).
           05  PRT-T-AMOUNT    PIC -(11)9.99.
       01  RPT-REG-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-DOC-NO    PIC 9(6).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-TYPE      PIC X(11).
           05  RPT-R-CUST-ID   PIC 9(5).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-CUST-NAME PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-REF       PIC X(10).
           05  RPT-R-AMOUNT    PIC -(11)9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-R-NOTE      PIC X(34).
       01  RPT-REG-TOTALS.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE "INVOICES=".
           05  RPT-T-INV-CNT   PIC Z(6)9.
           05  FILLER          PIC X(08) VALUE " AMOUNT=".
           05  RPT-T-INV-AMT   PIC -(12)9.99.
           05  FILLER          PIC X(15) VALUE "  CREDIT-NOTES=".
           05  RPT-T-CRN-CNT   PIC Z(6)9.
           05  FILLER          PIC X(08) VALUE " AMOUNT=".
           05  RPT-T-CRN-AMT   PIC -(12)9.99.
           05  FILLER          PIC X(08) VALUE "  HELD=".
           05  RPT-T-HELD      PIC Z(6)9.
           05  FILLER          PIC X(11) VALUE "  REFUSED=".
           05  RPT-T-REFUSED   PIC Z(6)9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SW-ORDER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-RELEASE-FILLS
               OUTPUT PROCEDURE IS 3000-BILL-ORDERS
           PERFORM 4000-CREDIT-RETURNS
           PERFORM 9000-TERMINATE
           IF WS-HELD-CNT > ZERO OR WS-REFUSE-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "INVBILL ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "INVBILL ABEND - INVPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PARM-BASE-ORDER-ID NOT NUMERIC
           OR PARM-LAST-ORDER-ID NOT NUMERIC
           OR PARM-LAST-ORDER-ID NOT > PARM-BASE-ORDER-ID
               DISPLAY "INVBILL ABEND - INVPARM ORDER-ID RANGE "
                   "INVALID: " PARM-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-BASE-ORDER-ID TO WS-BASE-ORDER-ID
           MOVE PARM-LAST-ORDER-ID TO WS-LAST-ORDER-ID
           CLOSE PARM-FILE-IN
      *    no INVCTL yet = first run, numbering starts at 000001.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               NOT AT END MOVE CTL-LAST-DOC-NO TO WS-LAST-DOC-NO
           END-READ
           CLOSE CTL-FILE
           OPEN INPUT  CUSTOMER-FILE
           PERFORM 1100-LOAD-CUSTOMERS
           CLOSE CUSTOMER-FILE
           OPEN I-O    REGISTER-FILE
           OPEN OUTPUT HOLD-FILE-OUT
           OPEN OUTPUT TXN-FILE-OUT
           OPEN OUTPUT INVOICE-PRT
           OPEN OUTPUT REGISTER-RPT
           MOVE "INVOICE REGISTER - INVOICES AND CREDIT NOTES"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    CUSTOMER-NAME is 30 long, the order carries 20 - the first
      *    20 must match. A name held by two ids is marked shared so
      *    neither gets the bill.
       1100-LOAD-CUSTOMERS.
           MOVE ZERO TO CUSTOMER-ID OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY >= CUSTOMER-ID OF CUSTOMER-RECORD
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM 1200-ADD-CUSTOMER
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SW.
      *
       1200-ADD-CUSTOMER.
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD (1:20)
               TO WS-LOOK-NAME
           PERFORM 8000-FIND-CUSTOMER-NAME
           IF WS-CUST-FOUND OR WS-CUST-SHARED
               MOVE "Y" TO WS-CST-SHARED (CST-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-CST-CNT >= 20000
               DISPLAY "INVBILL ABEND - CUSTOMER TABLE FULL AT 20000 "
                   "ENTRIES, RAISE WS-CST-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CST-CNT
           SET CST-IDX TO WS-CST-CNT
           MOVE WS-LOOK-NAME TO WS-CST-NAME (CST-IDX)
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO WS-CST-ID (CST-IDX)
           MOVE "N" TO WS-CST-SHARED (CST-IDX).
      *
      *    lines held last run go in first, so they bill ahead of
      *    today's fills for the same order.
       2000-RELEASE-FILLS.
           OPEN INPUT HOLD-FILE-IN
           PERFORM UNTIL WS-EOF
               READ HOLD-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END RELEASE SORT-REC FROM HOLD-IN-REC
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE-IN
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SHIP-FILE
           PERFORM UNTIL WS-EOF
               READ SHIP-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END RELEASE SORT-REC FROM SHIP-IN-REC
               END-READ
           END-PERFORM
           CLOSE SHIP-FILE
           MOVE "N" TO WS-EOF-SW.
      *
      *    one invoice per ORDER-ID; the customer is settled on the
      *    order's first line and decides bill or hold for all of it.
       3000-BILL-ORDERS.
           PERFORM 3100-RETURN-FILL
           PERFORM UNTIL WS-EOF
               IF SH-ORDER-ID NOT = WS-CUR-ORDER-ID
                   IF WS-CUR-ORDER-ID NOT = SPACES
                       PERFORM 3400-CLOSE-INVOICE
                   END-IF
                   PERFORM 3200-OPEN-INVOICE
               END-IF
               PERFORM 3300-BILL-ONE-LINE
               PERFORM 3100-RETURN-FILL
           END-PERFORM
           IF WS-CUR-ORDER-ID NOT = SPACES
               PERFORM 3400-CLOSE-INVOICE
           END-IF
           MOVE "N" TO WS-EOF-SW.
      *
       3100-RETURN-FILL.
           RETURN SORT-FILE INTO SHIP-REC
               AT END SET WS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SHIP-CNT
           END-RETURN.
      *
       3200-OPEN-INVOICE.
           MOVE SH-ORDER-ID      TO WS-CUR-ORDER-ID
           MOVE SH-CUSTOMER-NAME TO WS-CUR-CUST-NAME
           MOVE ZERO             TO WS-DOC-TOTAL
           MOVE SH-CUSTOMER-NAME TO WS-LOOK-NAME
           PERFORM 8000-FIND-CUSTOMER-NAME
           IF WS-CUST-FOUND
               MOVE WS-CST-ID (CST-IDX) TO WS-CUR-CUST-ID
               IF WS-CST-SHARED (CST-IDX) = "Y"
                   SET WS-CUST-SHARED TO TRUE
               END-IF
           END-IF
           IF NOT WS-CUST-FOUND
               ADD 1 TO WS-HELD-CNT
               MOVE ZERO TO WS-CUR-CUST-ID
               IF WS-CUST-SHARED
                   MOVE "HELD - NAME ON TWO CUSTOMERS"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE "HELD - CUSTOMER NAME NOT ON MASTER"
                       TO WS-REFUSE-REASON
               END-IF
               MOVE ZERO TO WS-DOC-NO
               MOVE "ORDER"      TO RPT-R-TYPE
               MOVE WS-CUR-ORDER-ID TO RPT-R-REF
               PERFORM 8900-PRINT-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8100-NEXT-DOC-NO
           ADD 1 TO WS-INVOICE-CNT
           MOVE "INVOICE"        TO PRT-H-TITLE
           MOVE "  FOR ORDER    " TO PRT-H-REF-LABEL
           MOVE WS-CUR-ORDER-ID  TO PRT-H-REF
           PERFORM 8300-PRINT-DOC-HEAD.
      *
       3300-BILL-ONE-LINE.
           IF NOT WS-CUST-FOUND
               WRITE HOLD-OUT-REC FROM SHIP-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SH-AMOUNT TO WS-LINE-AMOUNT
           ADD WS-LINE-AMOUNT TO WS-DOC-TOTAL
      *    the same product twice on one order (a back-order fill
      *    and a new line) shares one register line.
           MOVE WS-DOC-NO       TO IR-DOC-NO
           MOVE SH-PRODUCT-CODE TO IR-PRODUCT-CODE
           READ REGISTER-FILE
               INVALID KEY     MOVE 'N' TO WS-REG-SW
               NOT INVALID KEY MOVE 'Y' TO WS-REG-SW
           END-READ
           IF WS-REG-FOUND
               ADD SH-QTY         TO IR-QTY
               ADD WS-LINE-AMOUNT TO IR-AMOUNT
               REWRITE INVOICE-REGISTER-REC
           ELSE
               SET IR-INVOICE TO TRUE
               PERFORM 8200-FILL-REGISTER-COMMON
               MOVE SH-QTY          TO IR-QTY
               MOVE ZERO            TO IR-RETURNED-QTY
               MOVE SH-UNIT-AMOUNT  TO IR-UNIT-AMOUNT
               MOVE WS-LINE-AMOUNT  TO IR-AMOUNT
               WRITE INVOICE-REGISTER-REC
           END-IF
           MOVE SPACES          TO PRT-LINE
           MOVE SH-PRODUCT-CODE TO PRT-L-PRODUCT
           MOVE SH-ORDERED-QTY  TO PRT-L-ORDERED
           MOVE SH-QTY          TO PRT-L-SHIPPED
           MOVE SH-BACK-QTY     TO PRT-L-BACK
           MOVE SH-UNIT-AMOUNT  TO PRT-L-UNIT
           MOVE WS-LINE-AMOUNT  TO PRT-L-AMOUNT
           MOVE PRT-INV-LINE    TO PRT-LINE
           WRITE PRT-LINE.
      *
       3400-CLOSE-INVOICE.
           IF NOT WS-CUST-FOUND
               EXIT PARAGRAPH
           END-IF
           SET IR-INVOICE TO TRUE
           MOVE ZERO TO IR-ORIG-DOC-NO
           PERFORM 8400-CLOSE-DOCUMENT
           ADD WS-DOC-TOTAL TO WS-TOT-INVOICED
           MOVE "INVOICE"    TO RPT-R-TYPE
           MOVE WS-CUR-ORDER-ID TO RPT-R-REF
           MOVE SPACES       TO WS-REFUSE-REASON
           PERFORM 8900-PRINT-REGISTER-LINE.
      *
      *    one credit note per return id and invoice; the invoice
      *    header gives the customer, each line must match a line of
      *    that invoice with enough uncredited quantity left.
       4000-CREDIT-RETURNS.
           MOVE SPACES TO WS-CUR-RETURN-ID
           MOVE ZERO   TO WS-CUR-INVOICE-NO
           OPEN INPUT RETURN-FILE-IN
           PERFORM 4100-READ-RETURN
           PERFORM UNTIL WS-EOF
               IF RT-RETURN-ID  NOT = WS-CUR-RETURN-ID
               OR RT-INVOICE-NO NOT = WS-CUR-INVOICE-NO
                   PERFORM 4400-CLOSE-CREDIT-NOTE
                   PERFORM 4200-OPEN-CREDIT-NOTE
               END-IF
               PERFORM 4300-CREDIT-ONE-LINE
               PERFORM 4100-READ-RETURN
           END-PERFORM
           PERFORM 4400-CLOSE-CREDIT-NOTE
           CLOSE RETURN-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       4100-READ-RETURN.
           READ RETURN-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    the credit-note number is only drawn on the first line that
      *    passes, so a wholly refused return uses no number.
       4200-OPEN-CREDIT-NOTE.
           MOVE RT-RETURN-ID  TO WS-CUR-RETURN-ID
           MOVE RT-INVOICE-NO TO WS-CUR-INVOICE-NO
           MOVE ZERO          TO WS-DOC-TOTAL
           MOVE ZERO          TO WS-DOC-NO
           MOVE 'N'           TO WS-CREDIT-SW
           MOVE RT-INVOICE-NO TO IR-DOC-NO
           MOVE SPACES        TO IR-PRODUCT-CODE
           READ REGISTER-FILE
               INVALID KEY     MOVE 'N' TO WS-REG-SW
               NOT INVALID KEY MOVE 'Y' TO WS-REG-SW
           END-READ
           IF WS-REG-FOUND AND IR-INVOICE
               MOVE IR-CUSTOMER-ID   TO WS-CUR-CUST-ID
               MOVE IR-CUSTOMER-NAME TO WS-CUR-CUST-NAME
               MOVE IR-ORDER-ID      TO WS-CUR-ORDER-ID
           ELSE
               MOVE 'N' TO WS-REG-SW
           END-IF.
      *
       4300-CREDIT-ONE-LINE.
           ADD 1 TO WS-RETURN-CNT
           IF NOT WS-REG-FOUND
               MOVE "REFUSED - INVOICE NOT ON REGISTER"
                   TO WS-REFUSE-REASON
               PERFORM 4900-REFUSE-RETURN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-INVOICE-NO TO IR-DOC-NO
           MOVE RT-PRODUCT-CODE   TO IR-PRODUCT-CODE
           READ REGISTER-FILE
               INVALID KEY
                   MOVE "REFUSED - PRODUCT NOT ON INVOICE"
                       TO WS-REFUSE-REASON
                   PERFORM 4900-REFUSE-RETURN
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-OPEN-QTY = IR-QTY - IR-RETURNED-QTY
           IF RT-QTY = ZERO OR RT-QTY > WS-OPEN-QTY
               MOVE "REFUSED - EXCEEDS UNCREDITED QTY"
                   TO WS-REFUSE-REASON
               PERFORM 4900-REFUSE-RETURN
               EXIT PARAGRAPH
           END-IF
           ADD RT-QTY TO IR-RETURNED-QTY
           REWRITE INVOICE-REGISTER-REC
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               ZERO - (RT-QTY * IR-UNIT-AMOUNT)
           ADD WS-LINE-AMOUNT TO WS-DOC-TOTAL
           IF NOT WS-CREDIT-OPEN
               SET WS-CREDIT-OPEN TO TRUE
               PERFORM 8100-NEXT-DOC-NO
               ADD 1 TO WS-CREDIT-CNT
               MOVE "CREDIT NOTE"    TO PRT-H-TITLE
               MOVE "  AGAINST INV  " TO PRT-H-REF-LABEL
               MOVE WS-CUR-INVOICE-NO TO PRT-H-REF
               PERFORM 8300-PRINT-DOC-HEAD
           END-IF
           MOVE SPACES          TO PRT-LINE
           MOVE RT-PRODUCT-CODE TO PRT-L-PRODUCT
           MOVE IR-QTY          TO PRT-L-ORDERED
           MOVE RT-QTY          TO PRT-L-SHIPPED
           MOVE IR-UNIT-AMOUNT  TO PRT-L-UNIT
           MOVE WS-LINE-AMOUNT  TO PRT-L-AMOUNT
           MOVE PRT-INV-LINE    TO PRT-LINE
           MOVE SPACES          TO PRT-LINE (30:9)
           WRITE PRT-LINE
           MOVE WS-DOC-NO       TO IR-DOC-NO
           MOVE RT-PRODUCT-CODE TO IR-PRODUCT-CODE
           SET IR-CREDIT-NOTE TO TRUE
           PERFORM 8200-FILL-REGISTER-COMMON
           MOVE WS-CUR-INVOICE-NO TO IR-ORIG-DOC-NO
           MOVE RT-QTY            TO IR-QTY
           MOVE ZERO              TO IR-RETURNED-QTY
           MOVE WS-LINE-AMOUNT    TO IR-AMOUNT
           WRITE INVOICE-REGISTER-REC
               INVALID KEY
                   READ REGISTER-FILE
                   ADD RT-QTY         TO IR-QTY
                   ADD WS-LINE-AMOUNT TO IR-AMOUNT
                   REWRITE INVOICE-REGISTER-REC
           END-WRITE.
      *
       4400-CLOSE-CREDIT-NOTE.
           IF NOT WS-CREDIT-OPEN
               EXIT PARAGRAPH
           END-IF
           SET IR-CREDIT-NOTE TO TRUE
           MOVE WS-CUR-INVOICE-NO TO IR-ORIG-DOC-NO
           PERFORM 8400-CLOSE-DOCUMENT
           ADD WS-DOC-TOTAL TO WS-TOT-CREDITED
           MOVE "CREDIT NOTE" TO RPT-R-TYPE
           MOVE WS-CUR-RETURN-ID TO RPT-R-REF
           MOVE SPACES        TO WS-REFUSE-REASON
           PERFORM 8900-PRINT-REGISTER-LINE
           MOVE 'N' TO WS-CREDIT-SW.
      *
       4900-REFUSE-RETURN.
           ADD 1 TO WS-REFUSE-CNT
           MOVE ZERO            TO WS-LINE-AMOUNT
           MOVE SPACES          TO RPT-LINE
           MOVE WS-CUR-INVOICE-NO TO RPT-R-DOC-NO
           MOVE "RETURN"        TO RPT-R-TYPE
           MOVE ZERO            TO RPT-R-CUST-ID
           MOVE RT-PRODUCT-CODE TO RPT-R-CUST-NAME
           MOVE RT-RETURN-ID    TO RPT-R-REF
           MOVE ZERO            TO RPT-R-AMOUNT
           MOVE WS-REFUSE-REASON TO RPT-R-NOTE
           MOVE RPT-REG-LINE    TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    WS-LOOK-NAME against the CUSTMSTR table; sets CST-IDX and
      *    WS-CUST-SW (found / not found).
       8000-FIND-CUSTOMER-NAME.
           MOVE 'N' TO WS-CUST-SW
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > WS-CST-CNT
               IF WS-CST-NAME (CST-IDX) = WS-LOOK-NAME
                   SET WS-CUST-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    the range is checked before the number is taken, so
      *    nothing of the document is written when it is full.
       8100-NEXT-DOC-NO.
           COMPUTE WS-POST-ORDER-ID =
               WS-BASE-ORDER-ID + WS-LAST-DOC-NO + 1
           IF WS-POST-ORDER-ID > WS-LAST-ORDER-ID
               DISPLAY "INVBILL ABEND - DOCUMENT NUMBER "
                   "RUNS PAST INVPARM LAST ORDER-ID "
                   WS-LAST-ORDER-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LAST-DOC-NO
           MOVE WS-LAST-DOC-NO TO WS-DOC-NO.
      *
       8200-FILL-REGISTER-COMMON.
           MOVE WS-BUSINESS-DATE TO IR-DOC-DATE
           MOVE WS-CUR-CUST-ID   TO IR-CUSTOMER-ID
           MOVE WS-CUR-CUST-NAME TO IR-CUSTOMER-NAME
           MOVE WS-CUR-ORDER-ID  TO IR-ORDER-ID
           MOVE ZERO             TO IR-ORIG-DOC-NO.
      *
       8300-PRINT-DOC-HEAD.
           MOVE SPACES TO PRT-LINE
           WRITE PRT-LINE
           MOVE WS-DOC-NO        TO PRT-H-DOC-NO
           MOVE WS-BUSINESS-DATE TO PRT-H-DATE
           MOVE PRT-DOC-HEAD     TO PRT-LINE
           WRITE PRT-LINE
           MOVE WS-CUR-CUST-ID   TO PRT-C-CUST-ID
           MOVE WS-CUR-CUST-NAME TO PRT-C-CUST-NAME
           MOVE PRT-CUST-HEAD    TO PRT-LINE
           WRITE PRT-LINE
           IF WS-CREDIT-OPEN
               MOVE PRT-CRN-COLUMNS TO PRT-LINE
           ELSE
               MOVE PRT-INV-COLUMNS TO PRT-LINE
           END-IF
           WRITE PRT-LINE.
      *
      *    document header on the register, the total line on the
      *    print and the one ORDERTXN posting for GLPOST, numbered
      *    base + document number in the INVPARM range.
       8400-CLOSE-DOCUMENT.
           MOVE WS-DOC-NO        TO IR-DOC-NO
           MOVE SPACES           TO IR-PRODUCT-CODE
           MOVE WS-BUSINESS-DATE TO IR-DOC-DATE
           MOVE WS-CUR-CUST-ID   TO IR-CUSTOMER-ID
           MOVE WS-CUR-CUST-NAME TO IR-CUSTOMER-NAME
           MOVE WS-CUR-ORDER-ID  TO IR-ORDER-ID
           MOVE ZERO             TO IR-QTY
           MOVE ZERO             TO IR-RETURNED-QTY
           MOVE ZERO             TO IR-UNIT-AMOUNT
           MOVE WS-DOC-TOTAL     TO IR-AMOUNT
           WRITE INVOICE-REGISTER-REC
           MOVE SPACES TO PRT-LINE
           IF IR-INVOICE
               MOVE "INVOICE TOTAL"  TO PRT-T-LABEL
           ELSE
               MOVE "CREDIT TOTAL"   TO PRT-T-LABEL
           END-IF
           MOVE WS-DOC-TOTAL     TO PRT-T-AMOUNT
           MOVE PRT-DOC-TOTAL    TO PRT-LINE
           WRITE PRT-LINE
           COMPUTE WS-POST-ORDER-ID = WS-BASE-ORDER-ID + WS-DOC-NO
           MOVE WS-POST-ORDER-ID TO ORDER-ID OF ORDER-RECORD
           MOVE WS-CUR-CUST-ID   TO ORDER-CUSTOMER-ID OF ORDER-RECORD
           MOVE WS-BUSINESS-DATE TO ORDER-DATE OF ORDER-RECORD
           MOVE WS-DOC-TOTAL     TO ORDER-AMOUNT OF ORDER-RECORD
           WRITE ORDER-RECORD.
      *
       8900-PRINT-REGISTER-LINE.
           MOVE SPACES           TO RPT-LINE
           MOVE WS-DOC-NO        TO RPT-R-DOC-NO
           MOVE WS-CUR-CUST-ID   TO RPT-R-CUST-ID
           MOVE WS-CUR-CUST-NAME TO RPT-R-CUST-NAME
           MOVE WS-DOC-TOTAL     TO RPT-R-AMOUNT
           MOVE WS-REFUSE-REASON TO RPT-R-NOTE
           MOVE RPT-REG-LINE     TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    INVCTL is rewritten with the last number used so the next
      *    run carries on the series.
       9000-TERMINATE.
           OPEN OUTPUT CTL-FILE
           MOVE WS-LAST-DOC-NO TO CTL-LAST-DOC-NO
           WRITE CTL-REC
           CLOSE CTL-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-INVOICE-CNT  TO RPT-T-INV-CNT
           MOVE WS-TOT-INVOICED TO RPT-T-INV-AMT
           MOVE WS-CREDIT-CNT   TO RPT-T-CRN-CNT
           MOVE WS-TOT-CREDITED TO RPT-T-CRN-AMT
           MOVE WS-HELD-CNT     TO RPT-T-HELD
           MOVE WS-REFUSE-CNT   TO RPT-T-REFUSED
           MOVE RPT-REG-TOTALS  TO RPT-LINE
           WRITE RPT-LINE
           CLOSE REGISTER-FILE
           CLOSE HOLD-FILE-OUT
           CLOSE TXN-FILE-OUT
           CLOSE INVOICE-PRT
           CLOSE REGISTER-RPT
           DISPLAY "INVBILL FILLS=" WS-SHIP-CNT
               " INVOICES=" WS-INVOICE-CNT
               " HELD=" WS-HELD-CNT
               " CREDIT-NOTES=" WS-CREDIT-CNT
               " REFUSED=" WS-REFUSE-CNT.
