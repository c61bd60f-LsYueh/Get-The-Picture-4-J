      *     a keyed work file, so there is no in-memory ceiling),
      *   - ORDER-CUSTOMER-ID present on the CUSTMSTR indexed master,
      *   - ORDER-DATE equal to the business date card (BUSDATE),
      *   - ORDER-AMOUNT greater than zero, except a credit note
      *     from INVBILL: a negative amount passes only when the
      *     ORDER-ID falls in the INVPARM invoice range and its
      *     document (ORDER-ID less the range base) is a credit note
      *     on the invoice register (INVREG) for the same customer
      *     and amount,
      *   - ORDER-DATE not in a period PERCLOSE has closed (PERCTL).
      * Clean orders go to ORDCLEAN for GLPOST; rejects go to
      * ORDREJT with a reason, and the run ends RC=8 when the
      * reject count exceeds the EDITPARM threshold.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OW-ORDER-ID.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-KEY.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE-IN ASSIGN TO "EDITPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVP-FILE-IN ASSIGN TO "INVPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEAN-FILE-OUT ASSIGN TO "ORDCLEAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE-OUT ASSIGN TO "ORDREJT"
           RECORDING MODE IS F.
       01  ORD-WORK-REC.
           05  OW-ORDER-ID     PIC 9(6).
      *
       FD  REGISTER-FILE
           RECORDING MODE IS F.
           COPY "invreg.cpy".
      *
       FD  PERIOD-FILE
           RECORDING MODE IS F.
           COPY "perctl.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-REJECT-MAX PIC 9(05).
      *
      *    INVBILL's ORDER-ID range card - absent, no credit note
      *    can pass.
       FD  INVP-FILE-IN
           RECORDING MODE IS F.
       01  INVP-REC.
           05  INVP-BASE-ORDER-ID PIC 9(6).
           05  INVP-LAST-ORDER-ID PIC 9(6).
      *
       FD  CLEAN-FILE-OUT
           RECORDING MODE IS F.
           05  WS-REJECT-CNT   PIC 9(07) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-REJECT-MAX       PIC 9(05) VALUE ZERO.
       01  WS-INV-BASE-ID      PIC 9(06) VALUE ZERO.
       01  WS-INV-LAST-ID      PIC 9(06) VALUE ZERO.
       01  RPT-REJECT.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE "ORDER-ID=".
           END-READ
           MOVE PARM-REJECT-MAX TO WS-REJECT-MAX
           CLOSE PARM-FILE-IN
           OPEN INPUT INVP-FILE-IN
           READ INVP-FILE-IN
               NOT AT END
                   IF INVP-BASE-ORDER-ID IS NUMERIC
                   AND INVP-LAST-ORDER-ID IS NUMERIC
                       MOVE INVP-BASE-ORDER-ID TO WS-INV-BASE-ID
                       MOVE INVP-LAST-ORDER-ID TO WS-INV-LAST-ID
                   END-IF
           END-READ
           CLOSE INVP-FILE-IN
           OPEN INPUT  ORDER-FILE
           OPEN INPUT  CUSTOMER-FILE
           OPEN INPUT  REGISTER-FILE
           OPEN INPUT  PERIOD-FILE
           OPEN OUTPUT ORD-WORK-FILE
           CLOSE ORD-WORK-FILE
           OPEN I-O ORD-WORK-FILE
           IF NOT WS-REJECTED
               PERFORM 2300-CHECK-ORDER-DATE
           END-IF
           IF NOT WS-REJECTED
               PERFORM 2350-CHECK-PERIOD-OPEN
           END-IF
           IF NOT WS-REJECTED
               PERFORM 2400-CHECK-AMOUNT
           END-IF
               MOVE "ORDER-DATE NOT BUSINESS DATE" TO REJ-REASON
               PERFORM 2900-REJECT-ORDER
           END-IF.
      *
      *    a period with no PERCTL record has never been closed.
       2350-CHECK-PERIOD-OPEN.
           MOVE ORDER-DATE OF ORDER-RECORD (1:6) TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PC-CLOSED
                       MOVE "ORDER-DATE IN CLOSED PERIOD"
                           TO REJ-REASON
                       PERFORM 2900-REJECT-ORDER
                   END-IF
           END-READ.
      *
       2400-CHECK-AMOUNT.
           IF ORDER-AMOUNT OF ORDER-RECORD < ZERO
               PERFORM 2450-CHECK-CREDIT-NOTE
               EXIT PARAGRAPH
           END-IF
           IF ORDER-AMOUNT OF ORDER-RECORD NOT > ZERO
               MOVE "AMOUNT ZERO OR NEGATIVE" TO REJ-REASON
               PERFORM 2900-REJECT-ORDER
           END-IF.
      *
      *    the register header of a credit note carries the negative
      *    total exactly as INVBILL wrote it to the feed, under the
      *    document number INVBILL added to the INVPARM base.
       2450-CHECK-CREDIT-NOTE.
           IF ORDER-ID OF ORDER-RECORD NOT > WS-INV-BASE-ID
           OR ORDER-ID OF ORDER-RECORD > WS-INV-LAST-ID
               MOVE "NEGATIVE AMT NOT A CREDIT NOTE" TO REJ-REASON
               PERFORM 2900-REJECT-ORDER
               EXIT PARAGRAPH
           END-IF
           COMPUTE IR-DOC-NO = ORDER-ID OF ORDER-RECORD - WS-INV-BASE-ID
           MOVE SPACES                   TO IR-PRODUCT-CODE
           READ REGISTER-FILE
               INVALID KEY
                   MOVE "AMOUNT ZERO OR NEGATIVE" TO REJ-REASON
                   PERFORM 2900-REJECT-ORDER
                   EXIT PARAGRAPH
           END-READ
           IF NOT IR-CREDIT-NOTE
           OR IR-CUSTOMER-ID NOT = ORDER-CUSTOMER-ID OF ORDER-RECORD
           OR IR-AMOUNT NOT = ORDER-AMOUNT OF ORDER-RECORD
               MOVE "NEGATIVE AMT NOT A CREDIT NOTE" TO REJ-REASON
               PERFORM 2900-REJECT-ORDER
           END-IF.
      *
       2900-REJECT-ORDER.
           SET WS-REJECTED TO TRUE
       9000-TERMINATE.
           CLOSE ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REGISTER-FILE
           CLOSE PERIOD-FILE
           CLOSE ORD-WORK-FILE
           CLOSE CLEAN-FILE-OUT
           CLOSE REJECT-FILE-OUT
