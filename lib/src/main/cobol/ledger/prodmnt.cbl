      *-------------------------------
      * Product Master / Price List Maintenance Screen
      *-------------------------------
      * PRODUCT-CODE on the ORDNEST order lines had nothing to be
      * checked against. PRODMSTR (prodmstr.cpy) holds description,
      * unit of measure and active/discontinued status; PRICELST
      * (prclist.cpy) holds the dated list prices ORDNEDT edits
      * line amounts against. Online maintenance in the CUSTMNT
      * mold:
      *   'A' add a product (status active),
      *   'C' change description, unit of measure or status - a
      *       product is discontinued ('D') with the date it stops
      *       being orderable, never deleted, so old orders and the
      *       audit trail still resolve,
      *   'P' add or change the list price for an effective date;
      *       a date already past is refused, since orders have
      *       already been edited against the price then in effect.
      * Operators sign on against OPERROLE/EMPMSTR as CUSTMNT does
      * (batch maintenance role, employee ACTIVE; failures to
      * SECLOG). Every update writes a before/after audit record on
      * PRODAUD, opened EXTEND so several operators in one day never
      * overwrite each other's trail.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
       AUTHOR.     LEDGER-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE.
           SELECT PRICE-FILE   ASSIGN TO "PRICELST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-KEY.
           SELECT PROD-AUDIT-FILE ASSIGN TO "PRODAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLE-FILE-IN ASSIGN TO "OPERROLE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE
           RECORDING MODE IS F.
           COPY "prodmstr.cpy".
      *
       FD  PRICE-FILE
           RECORDING MODE IS F.
           COPY "prclist.cpy".
      *
       FD  PROD-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "prodaud.cpy".
      *
       FD  ROLE-FILE-IN
           RECORDING MODE IS F.
           COPY "operrole.cpy".
      *
       FD  EMPLOYEE-FILE
           RECORDING MODE IS F.
           COPY "employee-record-with-levle-88.cpy".
      *
       FD  SEC-LOG-FILE
           RECORDING MODE IS F.
           COPY "seclog.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PROD-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-PROD-FOUND           VALUE 'Y'.
           05  WS-PRICE-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-PRICE-FOUND          VALUE 'Y'.
           05  WS-DONE-SW        PIC X(01) VALUE 'N'.
               88  WS-DONE                 VALUE 'Y'.
           05  WS-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-EDIT-SW        PIC X(01) VALUE 'N'.
               88  WS-EDIT-OK              VALUE 'Y'.
       01  WS-MAINT-CNT          PIC 9(05) VALUE ZERO.
       01  WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
       01  WS-OPER-VALID-SW      PIC X(01) VALUE 'N'.
           88  WS-OPER-VALID               VALUE 'Y'.
       01  WS-EMP-STATUS-SW      PIC X(01) VALUE 'N'.
           88  WS-EMP-FOUND                VALUE 'Y'.
       01  WS-REFUSE-REASON      PIC X(40) VALUE SPACES.
       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-PRODUCT-CODE       PIC X(8).
       01  WS-ACTION-CHOICE      PIC X(01).
       01  WS-NEW-DESC           PIC X(30).
       01  WS-NEW-UOM            PIC X(4).
       01  WS-NEW-STATUS         PIC X(01).
       01  WS-NEW-STATUS-DATE    PIC 9(8).
       01  WS-PRICE-EFF-DATE     PIC 9(8).
       01  WS-NEW-PRICE          PIC 9(5)V99.
       01  WS-MORE-CHOICE        PIC X(01).
      *
      *    operator role table, loaded once from OPERROLE.
       01  WS-ROLE-TABLE.
           05  WS-ROL-CNT        PIC 9(04) VALUE ZERO.
           05  WS-ROL-ENTRY OCCURS 200 TIMES
                   INDEXED BY ROL-IDX.
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-BATCH    PIC X(01).
      *
       SCREEN SECTION.
       01  PROD-MAINT-SCREEN.
           05  LINE 1  COL 1  VALUE "PRODUCT MASTER MAINTENANCE".
           05  LINE 3  COL 1  VALUE
               "ACTION A=ADD C=CHANGE P=LIST PRICE:".
           05  LINE 3  COL 37 PIC X(01) USING WS-ACTION-CHOICE.
           05  LINE 4  COL 1  VALUE "PRODUCT CODE:".
           05  LINE 4  COL 15 PIC X(8) USING WS-PRODUCT-CODE.
      *
       01  PROD-DETAIL-SCREEN.
           05  LINE 6  COL 1  VALUE "DESCRIPTION:".
           05  LINE 6  COL 14 PIC X(30) USING WS-NEW-DESC.
           05  LINE 7  COL 1  VALUE "UNIT OF MEASURE:".
           05  LINE 7  COL 18 PIC X(4) USING WS-NEW-UOM.
           05  LINE 8  COL 1  VALUE "STATUS A=ACTIVE D=DISCONTINUED:".
           05  LINE 8  COL 33 PIC X(01) USING WS-NEW-STATUS.
           05  LINE 9  COL 1  VALUE "STATUS DATE (YYYYMMDD):".
           05  LINE 9  COL 25 PIC 9(8) USING WS-NEW-STATUS-DATE.
      *
       01  PROD-PRICE-SCREEN.
           05  LINE 6  COL 1  VALUE "EFFECTIVE DATE (YYYYMMDD):".
           05  LINE 6  COL 28 PIC 9(8) USING WS-PRICE-EFF-DATE.
           05  LINE 7  COL 1  VALUE "UNIT LIST PRICE:".
           05  LINE 7  COL 18 PIC 9(5)V99 USING WS-NEW-PRICE.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 0900-LOAD-ROLE-MASTER
           OPEN INPUT  EMPLOYEE-FILE
           OPEN EXTEND SEC-LOG-FILE
           PERFORM 0960-SIGN-ON-OPERATOR
           OPEN I-O    PRODUCT-FILE
           OPEN I-O    PRICE-FILE
      *    audit opened EXTEND - several operators in one day must
      *    not overwrite each other's trail (same rule as CUSTMNT).
           OPEN EXTEND PROD-AUDIT-FILE
           PERFORM UNTIL WS-DONE
               PERFORM 1000-MAINTAIN-ONE-PRODUCT
               PERFORM 1900-ASK-CONTINUE
           END-PERFORM
           CLOSE PRODUCT-FILE
           CLOSE PRICE-FILE
           CLOSE PROD-AUDIT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE SEC-LOG-FILE
           DISPLAY "PRODMNT UPDATES=" WS-MAINT-CNT
           STOP RUN.
      *
       0900-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 0910-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "PRODMNT ABEND - ROLE TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-ROL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROL-CNT
               SET ROL-IDX TO WS-ROL-CNT
               MOVE ROLE-OPER-ID TO WS-ROL-OPER-ID (ROL-IDX)
               MOVE ROLE-EMP-ID  TO WS-ROL-EMP-ID (ROL-IDX)
               MOVE ROLE-BATCH   TO WS-ROL-BATCH (ROL-IDX)
               PERFORM 0910-READ-ROLE
           END-PERFORM
           CLOSE ROLE-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       0910-READ-ROLE.
           READ ROLE-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       0960-SIGN-ON-OPERATOR.
           PERFORM UNTIL WS-OPER-VALID
               MOVE SPACES TO WS-OPERATOR-ID
               PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                   DISPLAY "OPERATOR ID: " WITH NO ADVANCING
                   ACCEPT WS-OPERATOR-ID
               END-PERFORM
               PERFORM 0970-VALIDATE-OPERATOR
           END-PERFORM.
      *
      *    the ID must be on OPERROLE with the batch maintenance flag
      *    and the employee ACTIVE.
       0970-VALIDATE-OPERATOR.
           MOVE "N" TO WS-OPER-VALID-SW
           PERFORM VARYING ROL-IDX FROM 1 BY 1
                   UNTIL ROL-IDX > WS-ROL-CNT
               IF WS-ROL-OPER-ID (ROL-IDX) = WS-OPERATOR-ID
                   SET WS-OPER-VALID TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-OPER-VALID
               MOVE "OPERATOR NOT ON ROLE MASTER" TO WS-REFUSE-REASON
               DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-ROL-BATCH (ROL-IDX) NOT = "Y"
               MOVE "N" TO WS-OPER-VALID-SW
               MOVE "NO BATCH ROLE FOR MASTER MAINTENANCE"
                   TO WS-REFUSE-REASON
               DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROL-EMP-ID (ROL-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY     MOVE 'N' TO WS-EMP-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-EMP-STATUS-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-EMP-FOUND
                   MOVE "N" TO WS-OPER-VALID-SW
                   MOVE "EMPLOYEE NOT ON EMPMSTR" TO WS-REFUSE-REASON
                   DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
                   PERFORM 8900-LOG-SECURITY-FAILURE
               WHEN NOT ACTIVE
                   MOVE "N" TO WS-OPER-VALID-SW
                   MOVE "EMPLOYEE NOT ACTIVE" TO WS-REFUSE-REASON
                   DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
                   PERFORM 8900-LOG-SECURITY-FAILURE
           END-EVALUATE.
      *
       1000-MAINTAIN-ONE-PRODUCT.
           MOVE SPACE  TO WS-ACTION-CHOICE
           MOVE SPACES TO WS-PRODUCT-CODE
           DISPLAY PROD-MAINT-SCREEN
           ACCEPT PROD-MAINT-SCREEN
           IF WS-PRODUCT-CODE = SPACES
               DISPLAY "PRODUCT CODE IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-READ-PRODUCT
           EVALUATE WS-ACTION-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 2000-ADD-PRODUCT
               WHEN "C"
               WHEN "c"
                   PERFORM 3000-CHANGE-PRODUCT
               WHEN "P"
               WHEN "p"
                   PERFORM 4000-MAINTAIN-PRICE
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C OR P"
           END-EVALUATE.
      *
       1100-READ-PRODUCT.
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-FILE
               INVALID KEY     MOVE 'N' TO WS-PROD-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-PROD-STATUS-SW
           END-READ.
      *
       1900-ASK-CONTINUE.
           DISPLAY "MAINTAIN ANOTHER PRODUCT (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MORE-CHOICE
           IF WS-MORE-CHOICE NOT = "Y" AND WS-MORE-CHOICE NOT = "y"
               SET WS-DONE TO TRUE
           END-IF.
      *
       2000-ADD-PRODUCT.
           IF WS-PROD-FOUND
               DISPLAY "PRODUCT ALREADY ON FILE - PRODUCT-CODE="
                   WS-PRODUCT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES  TO WS-NEW-DESC
           MOVE SPACES  TO WS-NEW-UOM
           MOVE "A"     TO WS-NEW-STATUS
           MOVE WS-TODAY TO WS-NEW-STATUS-DATE
           DISPLAY PROD-DETAIL-SCREEN
           ACCEPT PROD-DETAIL-SCREEN
           PERFORM 2100-EDIT-DETAIL
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO PROD-AUDIT-REC
           MOVE ZERO               TO PRDA-PRICE-EFF-DATE
           MOVE ZERO               TO PRDA-BEFORE-PRICE
           MOVE ZERO               TO PRDA-AFTER-PRICE
           MOVE WS-PRODUCT-CODE    TO PM-PRODUCT-CODE
           MOVE WS-NEW-DESC        TO PM-DESCRIPTION
           MOVE WS-NEW-UOM         TO PM-UNIT-OF-MEASURE
           MOVE WS-NEW-STATUS      TO PM-STATUS
           MOVE WS-NEW-STATUS-DATE TO PM-STATUS-DATE
           WRITE PRODUCT-MASTER-REC
               INVALID KEY
                   DISPLAY "ADD FAILED - PRODUCT-CODE=" WS-PRODUCT-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-CNT
                   MOVE "A" TO PRDA-ACTION
                   PERFORM 5000-WRITE-AUDIT-RECORD
                   DISPLAY "PRODUCT ADDED"
           END-WRITE.
      *
      *    description and unit are required; a status date is
      *    required with the status so a discontinuation is dated.
       2100-EDIT-DETAIL.
           MOVE 'Y' TO WS-EDIT-SW
           EVALUATE TRUE
               WHEN WS-NEW-DESC = SPACES
                   MOVE 'N' TO WS-EDIT-SW
                   DISPLAY "DESCRIPTION IS REQUIRED"
               WHEN WS-NEW-UOM = SPACES
                   MOVE 'N' TO WS-EDIT-SW
                   DISPLAY "UNIT OF MEASURE IS REQUIRED"
               WHEN WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "D"
                   MOVE 'N' TO WS-EDIT-SW
                   DISPLAY "STATUS MUST BE A OR D"
               WHEN WS-NEW-STATUS-DATE = ZERO
                   MOVE 'N' TO WS-EDIT-SW
                   DISPLAY "STATUS DATE IS REQUIRED"
           END-EVALUATE.
      *
       3000-CHANGE-PRODUCT.
           IF NOT WS-PROD-FOUND
               DISPLAY "PRODUCT NOT FOUND - PRODUCT-CODE="
                   WS-PRODUCT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE PM-DESCRIPTION     TO WS-NEW-DESC
           MOVE PM-UNIT-OF-MEASURE TO WS-NEW-UOM
           MOVE PM-STATUS          TO WS-NEW-STATUS
           MOVE PM-STATUS-DATE     TO WS-NEW-STATUS-DATE
           DISPLAY PROD-DETAIL-SCREEN
           ACCEPT PROD-DETAIL-SCREEN
           PERFORM 2100-EDIT-DETAIL
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
      *    a status change keeps the keyed date; an unchanged status
      *    keeps the date already on file.
           IF WS-NEW-STATUS = PM-STATUS
               MOVE PM-STATUS-DATE TO WS-NEW-STATUS-DATE
           END-IF
           MOVE SPACES             TO PROD-AUDIT-REC
           MOVE ZERO               TO PRDA-PRICE-EFF-DATE
           MOVE ZERO               TO PRDA-BEFORE-PRICE
           MOVE ZERO               TO PRDA-AFTER-PRICE
           MOVE PM-DESCRIPTION     TO PRDA-BEFORE-DESC
           MOVE PM-UNIT-OF-MEASURE TO PRDA-BEFORE-UOM
           MOVE PM-STATUS          TO PRDA-BEFORE-STATUS
           MOVE WS-NEW-DESC        TO PM-DESCRIPTION
           MOVE WS-NEW-UOM         TO PM-UNIT-OF-MEASURE
           MOVE WS-NEW-STATUS      TO PM-STATUS
           MOVE WS-NEW-STATUS-DATE TO PM-STATUS-DATE
           REWRITE PRODUCT-MASTER-REC
           ADD 1 TO WS-MAINT-CNT
           MOVE "C" TO PRDA-ACTION
           PERFORM 5000-WRITE-AUDIT-RECORD
           DISPLAY "PRODUCT CHANGED".
      *
      *    a list price may be keyed for today or later only - orders
      *    already edited against a past price must still reproduce.
       4000-MAINTAIN-PRICE.
           IF NOT WS-PROD-FOUND
               DISPLAY "PRODUCT NOT FOUND - PRODUCT-CODE="
                   WS-PRODUCT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-PRICE-EFF-DATE
           MOVE ZERO     TO WS-NEW-PRICE
           DISPLAY PROD-PRICE-SCREEN
           ACCEPT PROD-PRICE-SCREEN
           IF WS-PRICE-EFF-DATE < WS-TODAY
               DISPLAY "EFFECTIVE DATE MAY NOT BE IN THE PAST"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-PRICE NOT > ZERO
               DISPLAY "LIST PRICE MUST BE GREATER THAN ZERO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO PROD-AUDIT-REC
           MOVE PM-DESCRIPTION     TO PRDA-BEFORE-DESC
           MOVE PM-UNIT-OF-MEASURE TO PRDA-BEFORE-UOM
           MOVE PM-STATUS          TO PRDA-BEFORE-STATUS
           MOVE WS-PRICE-EFF-DATE  TO PRDA-PRICE-EFF-DATE
           MOVE WS-NEW-PRICE       TO PRDA-AFTER-PRICE
           MOVE WS-PRODUCT-CODE    TO PL-PRODUCT-CODE
           MOVE WS-PRICE-EFF-DATE  TO PL-EFF-DATE
           READ PRICE-FILE
               INVALID KEY     MOVE 'N' TO WS-PRICE-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-PRICE-STATUS-SW
           END-READ
           IF WS-PRICE-FOUND
               MOVE PL-UNIT-PRICE TO PRDA-BEFORE-PRICE
               MOVE WS-NEW-PRICE  TO PL-UNIT-PRICE
               REWRITE PRICE-LIST-REC
           ELSE
               MOVE ZERO          TO PRDA-BEFORE-PRICE
               MOVE WS-NEW-PRICE  TO PL-UNIT-PRICE
               WRITE PRICE-LIST-REC
           END-IF
           ADD 1 TO WS-MAINT-CNT
           MOVE "P" TO PRDA-ACTION
           PERFORM 5000-WRITE-AUDIT-RECORD
           DISPLAY "LIST PRICE RECORDED".
      *
      *    after-image fields come from the master as it now stands.
       5000-WRITE-AUDIT-RECORD.
           MOVE WS-PRODUCT-CODE    TO PRDA-PRODUCT-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO PRDA-CHANGE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PRDA-CHANGE-TIME
           MOVE WS-OPERATOR-ID     TO PRDA-OPERATOR-ID
           MOVE PM-DESCRIPTION     TO PRDA-AFTER-DESC
           MOVE PM-UNIT-OF-MEASURE TO PRDA-AFTER-UOM
           MOVE PM-STATUS          TO PRDA-AFTER-STATUS
           MOVE PM-STATUS-DATE     TO PRDA-STATUS-DATE
           WRITE PROD-AUDIT-REC.
      *
       8900-LOG-SECURITY-FAILURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SEC-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO SEC-LOG-TIME
           MOVE "PRODMNT"        TO SEC-PROGRAM
           MOVE WS-OPERATOR-ID   TO SEC-OPER-ID
           MOVE WS-REFUSE-REASON TO SEC-REASON
           WRITE SEC-LOG-REC.
