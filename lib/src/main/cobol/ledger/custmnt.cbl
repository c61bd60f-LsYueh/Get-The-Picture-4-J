      * record in the EMP-AUDIT-REC pattern (CUSTAUD, opened EXTEND
      * so several operators in one day never overwrite each other,
      * as M02CORR does).
      * Maker-checker: operators sign on against OPERROLE/EMPMSTR as
      * BRKMAINT does (failures to SECLOG). In key mode (K, needs
      * ROLE-BATCH) an add/change/close is edited and queued on
      * PENDCHG - CUSTMSTR is not touched. In approve mode (A, needs
      * ROLE-APPROVE) a second operator reviews the queue: approval
      * re-runs the edits against the master as it stands, applies
      * the change and audits both operator IDs; a rejection needs a
      * reason. Nobody may approve their own change, and a customer
      * with a change already awaiting approval cannot be keyed again.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "GLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLE-FILE-IN ASSIGN TO "OPERROLE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE-IN ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE-OUT ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "glaudit.cpy".
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
       FD  PEND-FILE-IN
           RECORDING MODE IS F.
       01  PEND-IN-REC           PIC X(185).
      *
       FD  PEND-FILE-OUT
           RECORDING MODE IS F.
       01  PEND-OUT-REC          PIC X(185).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
               88  WS-HAS-ACTIVITY         VALUE 'Y'.
           05  WS-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.
           05  WS-EDIT-SW        PIC X(01) VALUE 'N'.
               88  WS-EDIT-OK              VALUE 'Y'.
       01  WS-MAINT-CNT          PIC 9(05) VALUE ZERO.
       01  WS-QUEUED-CNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-CNT       PIC 9(05) VALUE ZERO.
       01  WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
       01  WS-OPER-VALID-SW      PIC X(01) VALUE 'N'.
           88  WS-OPER-VALID               VALUE 'Y'.
       01  WS-EMP-STATUS-SW      PIC X(01) VALUE 'N'.
           88  WS-EMP-FOUND                VALUE 'Y'.
       01  WS-REFUSE-REASON      PIC X(40) VALUE SPACES.
       01  WS-MODE-CHOICE        PIC X(01) VALUE SPACE.
           88  WS-MODE-KEY                 VALUE 'K' 'k'.
           88  WS-MODE-APPROVE             VALUE 'A' 'a'.
       01  WS-ITEM-NO            PIC 9(03) VALUE ZERO.
       01  WS-LIST-NO            PIC 9(03) VALUE ZERO.
       01  WS-DECISION           PIC X(01) VALUE SPACE.
       01  WS-REJECT-REASON      PIC X(30) VALUE SPACES.
       01  WS-CUSTOMER-ID        PIC 9(5).
       01  WS-ACTION-CHOICE      PIC X(01).
       01  WS-NEW-NAME           PIC X(30).
       01  WS-BEFORE-BALANCE     PIC S9(7)V99 COMP-3.
       01  WS-CURRENT-MONTH      PIC 9(06) VALUE ZERO.
       01  WS-POST-MONTH         PIC 9(06) VALUE ZERO.
      *
      *    operator role table, loaded once from OPERROLE.
       01  WS-ROLE-TABLE.
           05  WS-ROL-CNT        PIC 9(04) VALUE ZERO.
           05  WS-ROL-ENTRY OCCURS 200 TIMES
                   INDEXED BY ROL-IDX.
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-BATCH    PIC X(01).
               10  WS-ROL-APPROVE  PIC X(01).
      *
      *    approval queue - this program's 'P' items; an item is
      *    closed once an 'A' or 'R' decision for it has been read.
           COPY "pendchg.cpy".
       01  WS-PEND-TABLE.
           05  WS-PND-CNT        PIC 9(04) VALUE ZERO.
           05  WS-PND-ENTRY OCCURS 500 TIMES
                   INDEXED BY PND-IDX.
               10  WS-PND-REC      PIC X(185).
               10  WS-PND-OPEN     PIC X(01).
      *
       SCREEN SECTION.
       01  CUST-MAINT-SCREEN.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-CURRENT-MONTH
           PERFORM 0900-LOAD-ROLE-MASTER
           OPEN INPUT  EMPLOYEE-FILE
           OPEN EXTEND SEC-LOG-FILE
           PERFORM 0950-SELECT-MODE
           PERFORM 0960-SIGN-ON-OPERATOR
           PERFORM 6000-LOAD-PENDING-QUEUE
           OPEN I-O    CUSTOMER-FILE
      *    audit opened EXTEND - several operators in one day must
      *    not overwrite each other's trail (same rule as M02CORR).
           OPEN EXTEND CUST-AUDIT-FILE
           OPEN EXTEND PEND-FILE-OUT
           PERFORM UNTIL WS-DONE
               IF WS-MODE-APPROVE
                   PERFORM 7000-REVIEW-ONE-PENDING
               ELSE
                   PERFORM 1000-MAINTAIN-ONE-CUSTOMER
               END-IF
               IF NOT WS-DONE
                   PERFORM 1900-ASK-CONTINUE
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE CUST-AUDIT-FILE
           CLOSE PEND-FILE-OUT
           CLOSE EMPLOYEE-FILE
           CLOSE SEC-LOG-FILE
           DISPLAY "CUSTMNT QUEUED=" WS-QUEUED-CNT
               " APPLIED=" WS-MAINT-CNT
               " REJECTED=" WS-REJECTED-CNT
           STOP RUN.
      *
       0900-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 0910-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "CUSTMNT ABEND - ROLE TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-ROL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROL-CNT
               SET ROL-IDX TO WS-ROL-CNT
               MOVE ROLE-OPER-ID TO WS-ROL-OPER-ID (ROL-IDX)
               MOVE ROLE-EMP-ID  TO WS-ROL-EMP-ID (ROL-IDX)
               MOVE ROLE-BATCH   TO WS-ROL-BATCH (ROL-IDX)
               MOVE ROLE-APPROVE TO WS-ROL-APPROVE (ROL-IDX)
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
      *    K = key a change for approval, A = approve others' changes.
       0950-SELECT-MODE.
           PERFORM UNTIL WS-MODE-KEY OR WS-MODE-APPROVE
               DISPLAY "MODE K=KEY CHANGE A=APPROVE PENDING: "
                   WITH NO ADVANCING
               ACCEPT WS-MODE-CHOICE
           END-PERFORM.
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
      *    the ID must be on OPERROLE with the batch (key mode) or
      *    approve (approve mode) flag, and the employee ACTIVE.
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
           IF WS-MODE-APPROVE AND WS-ROL-APPROVE (ROL-IDX) NOT = "Y"
               MOVE "N" TO WS-OPER-VALID-SW
               MOVE "NO APPROVE ROLE FOR CUSTOMER CHANGES"
                   TO WS-REFUSE-REASON
               DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE-KEY AND WS-ROL-BATCH (ROL-IDX) NOT = "Y"
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
       1000-MAINTAIN-ONE-CUSTOMER.
           MOVE SPACE TO WS-ACTION-CHOICE
           MOVE ZERO  TO WS-CUSTOMER-ID
           DISPLAY CUST-MAINT-SCREEN
           ACCEPT CUST-MAINT-SCREEN
           PERFORM 6200-CHECK-KEY-PENDING
           IF WS-FOUND
               DISPLAY "CHANGE ALREADY AWAITING APPROVAL FOR "
                   "CUSTOMER-ID=" WS-CUSTOMER-ID " - KEYED BY "
                   PCH-MAKER-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-READ-CUSTOMER
           EVALUATE WS-ACTION-CHOICE
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO WS-ACTION-CHOICE
                   PERFORM 2000-ADD-CUSTOMER
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO WS-ACTION-CHOICE
                   PERFORM 3000-CHANGE-CUSTOMER
               WHEN "X"
               WHEN "x"
                   MOVE "X" TO WS-ACTION-CHOICE
                   PERFORM 4000-CLOSE-CUSTOMER
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C OR X"
           END-EVALUATE.
      *
       1100-READ-CUSTOMER.
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
               INVALID KEY     MOVE 'N' TO WS-CUST-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-CUST-STATUS-SW
           END-READ.
      *
       1900-ASK-CONTINUE.
           DISPLAY "MAINTAIN ANOTHER CUSTOMER (Y/N): " WITH NO ADVANCING
           END-IF.
      *
       2000-ADD-CUSTOMER.
           PERFORM 2100-EDIT-ADD
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-NAME
           DISPLAY CUST-NAME-SCREEN
           ACCEPT CUST-NAME-SCREEN
           MOVE SPACES TO WS-BEFORE-NAME
           PERFORM 5500-QUEUE-CHANGE.
      *
       2100-EDIT-ADD.
           MOVE 'Y' TO WS-EDIT-SW
           IF WS-CUST-FOUND
               MOVE 'N' TO WS-EDIT-SW
               DISPLAY "CUSTOMER ALREADY ON FILE - CUSTOMER-ID="
                   WS-CUSTOMER-ID
           END-IF.
      *
       3000-CHANGE-CUSTOMER.
           PERFORM 3100-EDIT-CHANGE
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-NAME TO WS-BEFORE-NAME
           MOVE CUSTOMER-NAME TO WS-NEW-NAME
           DISPLAY CUST-NAME-SCREEN
           ACCEPT CUST-NAME-SCREEN
           PERFORM 5500-QUEUE-CHANGE.
      *
       3100-EDIT-CHANGE.
           MOVE 'Y' TO WS-EDIT-SW
           IF NOT WS-CUST-FOUND
               MOVE 'N' TO WS-EDIT-SW
               DISPLAY "CUSTOMER NOT FOUND - CUSTOMER-ID="
                   WS-CUSTOMER-ID
           END-IF.
      *
       4000-CLOSE-CUSTOMER.
           PERFORM 4050-EDIT-CLOSE
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-NAME TO WS-BEFORE-NAME
           MOVE SPACES        TO WS-NEW-NAME
           PERFORM 5500-QUEUE-CHANGE.
      *
      *    a close is refused while money is still on the account or
      *    the statement month shows posting activity - closing such
      *    a customer would orphan GLSTMT's chain checks.
       4050-EDIT-CLOSE.
           MOVE 'Y' TO WS-EDIT-SW
           IF NOT WS-CUST-FOUND
               MOVE 'N' TO WS-EDIT-SW
               DISPLAY "CUSTOMER NOT FOUND - CUSTOMER-ID="
                   WS-CUSTOMER-ID
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-BALANCE OF CUSTOMER-RECORD NOT = ZERO
               MOVE 'N' TO WS-EDIT-SW
               DISPLAY "CLOSE REFUSED - BALANCE IS NOT ZERO FOR "
                   "CUSTOMER-ID=" WS-CUSTOMER-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-CHECK-STATEMENT-ACTIVITY
           IF WS-HAS-ACTIVITY
               MOVE 'N' TO WS-EDIT-SW
               DISPLAY "CLOSE REFUSED - GLAUDIT ACTIVITY IN "
                   "STATEMENT MONTH FOR CUSTOMER-ID=" WS-CUSTOMER-ID
           END-IF.
      *
       4100-CHECK-STATEMENT-ACTIVITY.
           MOVE 'N' TO WS-ACTIVITY-SW
      *
       5000-WRITE-AUDIT-RECORD.
           MOVE WS-CUSTOMER-ID    TO CUSTA-CUSTOMER-ID
           MOVE PCH-MAKER-ID      TO CUSTA-OPERATOR-ID
           MOVE WS-OPERATOR-ID    TO CUSTA-APPROVER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO CUSTA-CHANGE-DATE
           MOVE WS-BEFORE-NAME    TO CUSTA-BEFORE-NAME
           MOVE CUSTOMER-NAME     TO CUSTA-AFTER-NAME
               TO CUSTA-AFTER-BALANCE
           WRITE CUST-AUDIT-REC.
      *
      *    a keyed change goes to the approval queue, not the master.
       5500-QUEUE-CHANGE.
           MOVE SPACES              TO PEND-CHANGE-REC
           MOVE "CUSTMNT"           TO PCH-FUNCTION
           MOVE FUNCTION CURRENT-DATE (1:8) TO PCH-MAKER-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO PCH-MAKER-TIME
           MOVE WS-OPERATOR-ID      TO PCH-MAKER-ID
           SET PCH-PENDING          TO TRUE
           MOVE WS-CUSTOMER-ID      TO PCH-ITEM-KEY
           MOVE ZERO                TO PCH-DECIDE-DATE
           MOVE ZERO                TO PCH-DECIDE-TIME
           MOVE WS-ACTION-CHOICE    TO PCHC-ACTION
           MOVE WS-CUSTOMER-ID      TO PCHC-CUSTOMER-ID
           MOVE WS-NEW-NAME         TO PCHC-NEW-NAME
           MOVE WS-BEFORE-NAME      TO PCHC-BEFORE-NAME
           WRITE PEND-OUT-REC FROM PEND-CHANGE-REC
           PERFORM 6100-ADD-PENDING-ENTRY
           ADD 1 TO WS-QUEUED-CNT
           DISPLAY "CHANGE QUEUED FOR APPROVAL BY A SECOND OPERATOR".
      *
      *    load the queue: 'P' items go in the table, 'A'/'R' items
      *    close the matching entry.
       6000-LOAD-PENDING-QUEUE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PEND-FILE-IN
           PERFORM 6010-READ-PENDING
           PERFORM UNTIL WS-EOF
               IF PCH-FUNCTION = "CUSTMNT"
                   IF PCH-PENDING
                       PERFORM 6100-ADD-PENDING-ENTRY
                   ELSE
                       PERFORM 6300-CLOSE-PENDING-ENTRY
                   END-IF
               END-IF
               PERFORM 6010-READ-PENDING
           END-PERFORM
           CLOSE PEND-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       6010-READ-PENDING.
           READ PEND-FILE-IN INTO PEND-CHANGE-REC
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       6100-ADD-PENDING-ENTRY.
           IF WS-PND-CNT >= 500
               DISPLAY "CUSTMNT ABEND - PENDING TABLE FULL AT 500 "
                   "ENTRIES, RAISE WS-PND-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PND-CNT
           SET PND-IDX TO WS-PND-CNT
           MOVE PEND-CHANGE-REC TO WS-PND-REC (PND-IDX)
           MOVE "Y"             TO WS-PND-OPEN (PND-IDX).
      *
       6200-CHECK-KEY-PENDING.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-OPEN (PND-IDX) = "Y"
                   MOVE WS-PND-REC (PND-IDX) TO PEND-CHANGE-REC
                   IF PCHC-CUSTOMER-ID = WS-CUSTOMER-ID
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
      *
       6300-CLOSE-PENDING-ENTRY.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-REC (PND-IDX) (1:32) = PCH-ITEM-ID
                   MOVE "N" TO WS-PND-OPEN (PND-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    approval: list the open items, pick one, approve or reject.
       7000-REVIEW-ONE-PENDING.
           PERFORM 7100-LIST-OPEN-ITEMS
           IF WS-LIST-NO = ZERO
               DISPLAY "NO CUSTOMER CHANGES AWAITING APPROVAL"
               SET WS-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ITEM NUMBER TO REVIEW (0=END): " WITH NO ADVANCING
           ACCEPT WS-ITEM-NO
           IF WS-ITEM-NO = ZERO
               SET WS-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7200-FIND-ITEM
           IF NOT WS-FOUND
               DISPLAY "NO SUCH ITEM NUMBER"
               EXIT PARAGRAPH
           END-IF
           IF PCH-MAKER-ID = WS-OPERATOR-ID
               MOVE "APPROVAL OF OWN CUSTOMER CHANGE ATTEMPTED"
                   TO WS-REFUSE-REASON
               DISPLAY "REFUSED - " WS-REFUSE-REASON
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACTION=" PCHC-ACTION " CUSTOMER-ID="
               PCHC-CUSTOMER-ID " KEYED BY " PCH-MAKER-ID
               " ON " PCH-MAKER-DATE
           DISPLAY "NAME BEFORE: " PCHC-BEFORE-NAME
           DISPLAY "NAME AFTER:  " PCHC-NEW-NAME
           MOVE SPACE TO WS-DECISION
           DISPLAY "A=APPROVE R=REJECT (OTHER=SKIP): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM 7300-APPLY-CHANGE
               WHEN "R"
               WHEN "r"
                   PERFORM 7400-REJECT-CHANGE
               WHEN OTHER
                   DISPLAY "SKIPPED - STILL PENDING"
           END-EVALUATE.
      *
       7100-LIST-OPEN-ITEMS.
           MOVE ZERO TO WS-LIST-NO
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-OPEN (PND-IDX) = "Y"
                   ADD 1 TO WS-LIST-NO
                   MOVE WS-PND-REC (PND-IDX) TO PEND-CHANGE-REC
                   DISPLAY WS-LIST-NO ". " PCHC-ACTION
                       " CUSTOMER-ID=" PCHC-CUSTOMER-ID
                       " BY " PCH-MAKER-ID " " PCH-MAKER-DATE
                       " " PCH-MAKER-TIME (1:6)
               END-IF
           END-PERFORM.
      *
       7200-FIND-ITEM.
           MOVE ZERO TO WS-LIST-NO
           MOVE "N"  TO WS-FOUND-SW
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-OPEN (PND-IDX) = "Y"
                   ADD 1 TO WS-LIST-NO
                   IF WS-LIST-NO = WS-ITEM-NO
                       MOVE WS-PND-REC (PND-IDX) TO PEND-CHANGE-REC
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    the edits are run again against the master as it stands
      *    now - balance and activity may have moved since keying.
      *    a name that no longer matches the keyed before-image means
      *    someone else changed the customer: reject and re-key.
       7300-APPLY-CHANGE.
           MOVE PCHC-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE PCHC-NEW-NAME    TO WS-NEW-NAME
           PERFORM 1100-READ-CUSTOMER
           EVALUATE PCHC-ACTION
               WHEN "A"
                   PERFORM 2100-EDIT-ADD
               WHEN "C"
                   PERFORM 3100-EDIT-CHANGE
               WHEN "X"
                   PERFORM 4050-EDIT-CLOSE
           END-EVALUATE
           IF NOT WS-EDIT-OK
               DISPLAY "NOT APPLIED - REJECT AND RE-KEY"
               EXIT PARAGRAPH
           END-IF
           IF PCHC-ACTION NOT = "A"
              AND CUSTOMER-NAME NOT = PCHC-BEFORE-NAME
               DISPLAY "CHANGED SINCE KEYED - REJECT AND RE-KEY"
               EXIT PARAGRAPH
           END-IF
           EVALUATE PCHC-ACTION
               WHEN "A"
                   PERFORM 7310-APPLY-ADD
               WHEN "C"
                   PERFORM 7320-APPLY-NAME-CHANGE
               WHEN "X"
                   PERFORM 7330-APPLY-CLOSE
           END-EVALUATE
           IF WS-EDIT-OK
               SET PCH-APPROVED TO TRUE
               MOVE SPACES TO PCH-REASON
               PERFORM 7500-WRITE-DECISION
               DISPLAY "APPROVED AND APPLIED"
           END-IF.
      *
       7310-APPLY-ADD.
           MOVE SPACES         TO WS-BEFORE-NAME
           MOVE ZERO           TO WS-BEFORE-BALANCE
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           MOVE WS-NEW-NAME    TO CUSTOMER-NAME
           MOVE ZERO           TO CUSTOMER-BALANCE OF CUSTOMER-RECORD
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-EDIT-SW
                   DISPLAY "ADD FAILED - CUSTOMER-ID=" WS-CUSTOMER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-CNT
                   MOVE "A" TO CUSTA-ACTION
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-WRITE.
      *
       7320-APPLY-NAME-CHANGE.
           MOVE CUSTOMER-NAME TO WS-BEFORE-NAME
           MOVE CUSTOMER-BALANCE OF CUSTOMER-RECORD
               TO WS-BEFORE-BALANCE
           MOVE WS-NEW-NAME TO CUSTOMER-NAME
           REWRITE CUSTOMER-RECORD
           ADD 1 TO WS-MAINT-CNT
           MOVE "C" TO CUSTA-ACTION
           PERFORM 5000-WRITE-AUDIT-RECORD.
      *
       7330-APPLY-CLOSE.
           MOVE CUSTOMER-NAME TO WS-BEFORE-NAME
           MOVE CUSTOMER-BALANCE OF CUSTOMER-RECORD
               TO WS-BEFORE-BALANCE
           DELETE CUSTOMER-FILE
           ADD 1 TO WS-MAINT-CNT
           MOVE SPACES TO CUSTOMER-NAME
           MOVE ZERO   TO CUSTOMER-BALANCE OF CUSTOMER-RECORD
           MOVE "X" TO CUSTA-ACTION
           PERFORM 5000-WRITE-AUDIT-RECORD.
      *
       7400-REJECT-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM UNTIL WS-REJECT-REASON NOT = SPACES
               DISPLAY "REJECT REASON: " WITH NO ADVANCING
               ACCEPT WS-REJECT-REASON
           END-PERFORM
           SET PCH-REJECTED TO TRUE
           MOVE WS-REJECT-REASON TO PCH-REASON
           ADD 1 TO WS-REJECTED-CNT
           PERFORM 7500-WRITE-DECISION
           DISPLAY "REJECTED - CUSTOMER MASTER UNCHANGED".
      *
       7500-WRITE-DECISION.
           MOVE WS-OPERATOR-ID TO PCH-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO PCH-DECIDE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PCH-DECIDE-TIME
           WRITE PEND-OUT-REC FROM PEND-CHANGE-REC
           PERFORM 6300-CLOSE-PENDING-ENTRY.
      *
       8900-LOG-SECURITY-FAILURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SEC-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO SEC-LOG-TIME
           MOVE "CUSTMNT"        TO SEC-PROGRAM
           MOVE WS-OPERATOR-ID   TO SEC-OPER-ID
           MOVE WS-REFUSE-REASON TO SEC-REASON
           WRITE SEC-LOG-REC.
      *
