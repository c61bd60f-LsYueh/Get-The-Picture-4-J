      *-------------------------------
      * Customer Ledger Period Close / Reopen
      *-------------------------------
      * GLPOST used to apply any ORDER-DATE to CUSTOMER-BALANCE, so a
      * late item dated last month moved a balance GLSTMT had
      * already reported. Driven by the CLOSPARM card:
      *   'C' close the period (CCYYMM): every CUSTOMER-RECORD
      *       balance is snapshotted onto the period balance history
      *       (PERBAL, perbal.cpy) and a trial balance prints per
      *       customer - opening (prior period's snapshot) plus the
      *       period's POSTED and GLBACK REVERSED GLSTHIST activity
      *       (the cumulative copy of GLAUDIT) must equal closing.
      *       Postings made after the period end are backed out of
      *       the current balance, so the close may run a day or two
      *       late; a period that has not yet ended (the current or
      *       a later month) is refused RC=16. When everything
      *       ties the period is marked closed on PERCTL (perctl.cpy)
      *       and GLPOST / ORDEDIT refuse dates in it from then on;
      *       out-of-balance customers leave the period open and end
      *       the run RC=8.
      *   'R' reopen a closed period, with a reason on the card.
      * The card's operator signs on against OPERROLE/EMPMSTR as
      * PRODMNT does: closing needs the batch maintenance role,
      * reopening the approval role, and the employee must be
      * ACTIVE. A refusal is logged to SECLOG and abends RC=16.
      * Every close and reopen is written to PERAUD (peraud.cpy).
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR.     LEDGER-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "CLOSPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD.
           SELECT OPTIONAL STMT-HIST-FILE ASSIGN TO "GLSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-FILE  ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD.
           SELECT BALANCE-FILE ASSIGN TO "PERBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-KEY.
           SELECT PER-AUDIT-FILE ASSIGN TO "PERAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLE-FILE-IN ASSIGN TO "OPERROLE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-RPT    ASSIGN TO "PERCLSRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-ACTION     PIC X(01).
               88  PARM-CLOSE            VALUE 'C'.
               88  PARM-REOPEN           VALUE 'R'.
           05  PARM-PERIOD     PIC 9(06).
           05  PARM-PERIOD-X REDEFINES PARM-PERIOD.
               10  PARM-YEAR   PIC 9(04).
               10  PARM-MONTH  PIC 9(02).
           05  PARM-OPER-ID    PIC X(08).
           05  PARM-REASON     PIC X(40).
      *
      *    sample-cobol-copybook.cpy carries all three shared layouts;
      *    REPLACING renames the two this FD is not using (the same
      *    arrangement as GLPOST).
       FD  CUSTOMER-FILE
           RECORDING MODE IS F.
           COPY "sample-cobol-copybook.cpy"
               REPLACING ORDER-RECORD      BY CUSTFD-ORDER-RECORD
                         LONG-DESCRIPTION BY CUSTFD-LONG-DESCRIPTION.
      *
       FD  STMT-HIST-FILE
           RECORDING MODE IS F.
           COPY "glaudit.cpy".
      *
       FD  PERIOD-FILE
           RECORDING MODE IS F.
           COPY "perctl.cpy".
      *
       FD  BALANCE-FILE
           RECORDING MODE IS F.
           COPY "perbal.cpy".
      *
       FD  PER-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "peraud.cpy".
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
       FD  CLOSE-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-PERIOD-SW    PIC X(01) VALUE 'N'.
               88  WS-PERIOD-FOUND       VALUE 'Y'.
           05  WS-BAL-SW       PIC X(01) VALUE 'N'.
               88  WS-BAL-FOUND          VALUE 'Y'.
           05  WS-EMP-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-EMP-FOUND          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-CUST-CNT     PIC 9(07) VALUE ZERO.
           05  WS-HIST-CNT     PIC 9(09) VALUE ZERO.
           05  WS-NO-PRIOR-CNT PIC 9(07) VALUE ZERO.
           05  WS-UNTIED-CNT   PIC 9(07) VALUE ZERO.
       01  WS-TODAY            PIC 9(08) VALUE ZERO.
       01  WS-NOW              PIC 9(06) VALUE ZERO.
       01  WS-PERIOD           PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-PERIOD     PIC 9(06) VALUE ZERO.
       01  WS-POST-MONTH       PIC 9(06) VALUE ZERO.
       01  WS-REFUSE-REASON    PIC X(40) VALUE SPACES.
       01  WS-CUST-SUB         PIC 9(06) VALUE ZERO.
       01  WS-OPENING          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ACTIVITY         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CLOSING          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOTALS.
           05  WS-TOT-OPENING  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-ACTIVITY PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-CLOSING  PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *    operator role table, loaded once from OPERROLE.
       01  WS-ROLE-TABLE.
           05  WS-ROL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ROL-ENTRY OCCURS 200 TIMES
                   INDEXED BY ROL-IDX.
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-BATCH    PIC X(01).
               10  WS-ROL-APPROVE  PIC X(01).
      *
      *    net balance change per customer from GLSTHIST, indexed by
      *    CUSTOMER-ID + 1: inside the period and after its end.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 100000 TIMES.
               10  WS-CHG-IN-PERIOD PIC S9(9)V99 COMP-3.
               10  WS-CHG-LATER     PIC S9(9)V99 COMP-3.
      *
       01  RPT-HEADING.
           05  FILLER          PIC X(32)
               VALUE "CUSTOMER LEDGER TRIAL BALANCE   ".
           05  FILLER          PIC X(07) VALUE "PERIOD ".
           05  RPT-H-PERIOD    PIC 9(6).
       01  RPT-COLUMNS.
           05  FILLER          PIC X(44) VALUE
               " CUST  NAME".
           05  FILLER          PIC X(60) VALUE
               "       OPENING      ACTIVITY       CLOSING".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-CUST-ID   PIC 9(5).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-NAME      PIC X(30).
           05  RPT-D-OPENING   PIC -(10)9.99.
           05  RPT-D-ACTIVITY  PIC -(10)9.99.
           05  RPT-D-CLOSING   PIC -(10)9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-D-FLAG      PIC X(20).
       01  RPT-TOTAL.
           05  FILLER          PIC X(07) VALUE SPACES.
           05  FILLER          PIC X(30) VALUE "TRIAL BALANCE TOTALS".
           05  RPT-T-OPENING   PIC -(10)9.99.
           05  RPT-T-ACTIVITY  PIC -(10)9.99.
           05  RPT-T-CLOSING   PIC -(10)9.99.
       01  RPT-RESULT.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(07) VALUE "PERIOD ".
           05  RPT-R-PERIOD    PIC 9(6).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-TEXT      PIC X(40).
           05  FILLER          PIC X(04) VALUE " BY ".
           05  RPT-R-OPER-ID   PIC X(08).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF PARM-CLOSE
               PERFORM 2000-CLOSE-PERIOD
           ELSE
               PERFORM 5000-REOPEN-PERIOD
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-UNTIED-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "PERCLOSE ABEND - CLOSPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE-IN
           IF NOT PARM-CLOSE AND NOT PARM-REOPEN
           OR PARM-PERIOD NOT NUMERIC
           OR PARM-MONTH < 1 OR PARM-MONTH > 12
               DISPLAY "PERCLOSE ABEND - CLOSPARM ACTION MUST BE C OR "
                   "R WITH A VALID CCYYMM PERIOD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-REOPEN AND PARM-REASON = SPACES
               DISPLAY "PERCLOSE ABEND - CLOSPARM REOPEN NEEDS A "
                   "REASON"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    a period still running cannot close - GLPOST and ORDEDIT
      *    would refuse the rest of its postings.
           IF PARM-CLOSE AND PARM-PERIOD NOT < WS-TODAY (1:6)
               DISPLAY "PERCLOSE ABEND - PERIOD " PARM-PERIOD
                   " HAS NOT ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-PERIOD TO WS-PERIOD
           IF PARM-MONTH = 1
               COMPUTE WS-PRIOR-PERIOD = (PARM-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 1
           END-IF
           PERFORM 0900-LOAD-ROLE-MASTER
           OPEN INPUT  EMPLOYEE-FILE
           OPEN EXTEND SEC-LOG-FILE
           PERFORM 0970-VALIDATE-OPERATOR
           CLOSE EMPLOYEE-FILE
           CLOSE SEC-LOG-FILE
           OPEN I-O    PERIOD-FILE
           OPEN EXTEND PER-AUDIT-FILE
           OPEN OUTPUT CLOSE-RPT
           MOVE WS-PERIOD TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY     MOVE 'N' TO WS-PERIOD-SW
               NOT INVALID KEY MOVE 'Y' TO WS-PERIOD-SW
           END-READ.
      *
       0900-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 0910-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "PERCLOSE ABEND - ROLE TABLE FULL AT 200 "
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
      *    closing needs the batch maintenance flag, reopening the
      *    approval flag; the employee must be ACTIVE either way.
       0970-VALIDATE-OPERATOR.
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM VARYING ROL-IDX FROM 1 BY 1
                   UNTIL ROL-IDX > WS-ROL-CNT
               IF WS-ROL-OPER-ID (ROL-IDX) = PARM-OPER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROL-IDX > WS-ROL-CNT
               MOVE "OPERATOR NOT ON ROLE MASTER" TO WS-REFUSE-REASON
               PERFORM 0990-REFUSE-OPERATOR
           END-IF
           IF PARM-CLOSE AND WS-ROL-BATCH (ROL-IDX) NOT = "Y"
               MOVE "NO BATCH ROLE FOR PERIOD CLOSE"
                   TO WS-REFUSE-REASON
               PERFORM 0990-REFUSE-OPERATOR
           END-IF
           IF PARM-REOPEN AND WS-ROL-APPROVE (ROL-IDX) NOT = "Y"
               MOVE "NO APPROVAL ROLE FOR PERIOD REOPEN"
                   TO WS-REFUSE-REASON
               PERFORM 0990-REFUSE-OPERATOR
           END-IF
           MOVE WS-ROL-EMP-ID (ROL-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY     MOVE 'N' TO WS-EMP-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-EMP-STATUS-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-EMP-FOUND
                   MOVE "EMPLOYEE NOT ON EMPMSTR" TO WS-REFUSE-REASON
                   PERFORM 0990-REFUSE-OPERATOR
               WHEN NOT ACTIVE
                   MOVE "EMPLOYEE NOT ACTIVE" TO WS-REFUSE-REASON
                   PERFORM 0990-REFUSE-OPERATOR
           END-EVALUATE.
      *
       0990-REFUSE-OPERATOR.
           DISPLAY "PERCLOSE ABEND - OPERATOR REFUSED - "
               WS-REFUSE-REASON
           MOVE FUNCTION CURRENT-DATE (1:8) TO SEC-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO SEC-LOG-TIME
           MOVE "PERCLOSE"       TO SEC-PROGRAM
           MOVE PARM-OPER-ID     TO SEC-OPER-ID
           MOVE WS-REFUSE-REASON TO SEC-REASON
           WRITE SEC-LOG-REC
           CLOSE SEC-LOG-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
       2000-CLOSE-PERIOD.
           IF WS-PERIOD-FOUND AND PC-CLOSED
               DISPLAY "PERCLOSE ABEND - PERIOD " WS-PERIOD
                   " IS ALREADY CLOSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-CHANGE-TABLE
           PERFORM 2100-LOAD-ACTIVITY
           OPEN INPUT CUSTOMER-FILE
           OPEN I-O   BALANCE-FILE
           MOVE WS-PERIOD   TO RPT-H-PERIOD
           MOVE RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO CUSTOMER-ID OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY >= CUSTOMER-ID OF CUSTOMER-RECORD
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM 3000-SNAPSHOT-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE BALANCE-FILE
           PERFORM 4000-PRINT-TOTALS
           IF WS-UNTIED-CNT > ZERO
               MOVE "NOT CLOSED - TRIAL BALANCE DOES NOT TIE"
                   TO RPT-R-TEXT
           ELSE
               PERFORM 4100-MARK-CLOSED
               MOVE "CLOSED - POSTING NOW LOCKED" TO RPT-R-TEXT
           END-IF
           PERFORM 8000-PRINT-RESULT.
      *
      *    only POSTED entries and GLBACK's REVERSED entries moved a
      *    balance; their after less before is the change whatever
      *    the sign of the amount.
       2100-LOAD-ACTIVITY.
           OPEN INPUT STMT-HIST-FILE
           PERFORM UNTIL WS-EOF
               READ STMT-HIST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM 2200-ADD-HISTORY
               END-READ
           END-PERFORM
           CLOSE STMT-HIST-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2200-ADD-HISTORY.
           IF GLA-STATUS NOT = "POSTED"
              AND GLA-STATUS NOT = "REVERSED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-CNT
           MOVE GLA-POST-DATE (1:6) TO WS-POST-MONTH
           COMPUTE WS-CUST-SUB = GLA-CUSTOMER-ID + 1
           EVALUATE TRUE
               WHEN WS-POST-MONTH = WS-PERIOD
                   COMPUTE WS-CHG-IN-PERIOD (WS-CUST-SUB) =
                       WS-CHG-IN-PERIOD (WS-CUST-SUB)
                       + GLA-AFTER-BALANCE - GLA-BEFORE-BALANCE
               WHEN WS-POST-MONTH > WS-PERIOD
                   COMPUTE WS-CHG-LATER (WS-CUST-SUB) =
                       WS-CHG-LATER (WS-CUST-SUB)
                       + GLA-AFTER-BALANCE - GLA-BEFORE-BALANCE
           END-EVALUATE.
      *
      *    closing = balance now less postings after the period end;
      *    opening = prior period's snapshot, else backed out of the
      *    closing on the first close (so it ties by construction and
      *    is marked for the reviewer).
       3000-SNAPSHOT-CUSTOMER.
           ADD 1 TO WS-CUST-CNT
           COMPUTE WS-CUST-SUB = CUSTOMER-ID OF CUSTOMER-RECORD + 1
           MOVE WS-CHG-IN-PERIOD (WS-CUST-SUB) TO WS-ACTIVITY
           COMPUTE WS-CLOSING = CUSTOMER-BALANCE OF CUSTOMER-RECORD
               - WS-CHG-LATER (WS-CUST-SUB)
           MOVE SPACES TO RPT-D-FLAG
           MOVE WS-PRIOR-PERIOD TO PB-PERIOD
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO PB-CUSTOMER-ID
           READ BALANCE-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-PRIOR-CNT
                   COMPUTE WS-OPENING = WS-CLOSING - WS-ACTIVITY
                   MOVE "NO PRIOR SNAPSHOT" TO RPT-D-FLAG
               NOT INVALID KEY
                   MOVE PB-CLOSING-BALANCE TO WS-OPENING
           END-READ
           MOVE WS-PERIOD TO PB-PERIOD
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO PB-CUSTOMER-ID
           READ BALANCE-FILE
               INVALID KEY     MOVE 'N' TO WS-BAL-SW
               NOT INVALID KEY MOVE 'Y' TO WS-BAL-SW
           END-READ
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO PB-CUSTOMER-NAME
           MOVE WS-OPENING  TO PB-OPENING-BALANCE
           MOVE WS-ACTIVITY TO PB-PERIOD-ACTIVITY
           MOVE WS-CLOSING  TO PB-CLOSING-BALANCE
           MOVE WS-TODAY    TO PB-SNAPSHOT-DATE
           IF WS-OPENING + WS-ACTIVITY = WS-CLOSING
               SET PB-TIES TO TRUE
           ELSE
               MOVE 'N' TO PB-TIE-FLAG
               ADD 1 TO WS-UNTIED-CNT
               MOVE "*OUT OF BALANCE*" TO RPT-D-FLAG
           END-IF
           IF WS-BAL-FOUND
               REWRITE PERIOD-BALANCE-REC
           ELSE
               WRITE PERIOD-BALANCE-REC
           END-IF
           ADD WS-OPENING  TO WS-TOT-OPENING
           ADD WS-ACTIVITY TO WS-TOT-ACTIVITY
           ADD WS-CLOSING  TO WS-TOT-CLOSING
           MOVE SPACES TO RPT-LINE
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD   TO RPT-D-CUST-ID
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO RPT-D-NAME
           MOVE WS-OPENING  TO RPT-D-OPENING
           MOVE WS-ACTIVITY TO RPT-D-ACTIVITY
           MOVE WS-CLOSING  TO RPT-D-CLOSING
           MOVE RPT-DETAIL  TO RPT-LINE
           WRITE RPT-LINE.
      *
       4000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-OPENING  TO RPT-T-OPENING
           MOVE WS-TOT-ACTIVITY TO RPT-T-ACTIVITY
           MOVE WS-TOT-CLOSING  TO RPT-T-CLOSING
           MOVE RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      *
       4100-MARK-CLOSED.
           SET PC-CLOSED TO TRUE
           MOVE WS-TODAY     TO PC-CLOSE-DATE
           MOVE WS-NOW       TO PC-CLOSE-TIME
           MOVE PARM-OPER-ID TO PC-CLOSED-BY
           IF WS-PERIOD-FOUND
               REWRITE PERIOD-CONTROL-REC
           ELSE
               MOVE WS-PERIOD TO PC-PERIOD
               MOVE ZERO      TO PC-REOPEN-CNT
               MOVE ZERO      TO PC-REOPEN-DATE
               MOVE SPACES    TO PC-REOPENED-BY
               WRITE PERIOD-CONTROL-REC
           END-IF
           SET PA-CLOSE TO TRUE
           PERFORM 8100-WRITE-PERIOD-AUDIT.
      *
       5000-REOPEN-PERIOD.
           IF NOT WS-PERIOD-FOUND OR NOT PC-CLOSED
               DISPLAY "PERCLOSE ABEND - PERIOD " WS-PERIOD
                   " IS NOT CLOSED, NOTHING TO REOPEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PC-OPEN TO TRUE
           ADD 1 TO PC-REOPEN-CNT
           MOVE WS-TODAY     TO PC-REOPEN-DATE
           MOVE PARM-OPER-ID TO PC-REOPENED-BY
           REWRITE PERIOD-CONTROL-REC
           SET PA-REOPEN TO TRUE
           PERFORM 8100-WRITE-PERIOD-AUDIT
           MOVE "REOPENED - POSTING ALLOWED AGAIN" TO RPT-R-TEXT
           PERFORM 8000-PRINT-RESULT
           MOVE SPACES      TO RPT-LINE
           MOVE PARM-REASON TO RPT-LINE (2:40)
           WRITE RPT-LINE.
      *
       8000-PRINT-RESULT.
           MOVE SPACES       TO RPT-LINE
           MOVE WS-PERIOD    TO RPT-R-PERIOD
           MOVE PARM-OPER-ID TO RPT-R-OPER-ID
           MOVE RPT-RESULT   TO RPT-LINE
           WRITE RPT-LINE.
      *
       8100-WRITE-PERIOD-AUDIT.
           MOVE WS-PERIOD    TO PA-PERIOD
           MOVE WS-TODAY     TO PA-DATE
           MOVE WS-NOW       TO PA-TIME
           MOVE PARM-OPER-ID TO PA-OPERATOR-ID
           MOVE WS-ROL-EMP-ID (ROL-IDX) TO PA-EMP-ID
           MOVE PARM-REASON  TO PA-REASON
           WRITE PERIOD-AUDIT-REC.
      *
       9000-TERMINATE.
           CLOSE PERIOD-FILE
           CLOSE PER-AUDIT-FILE
           CLOSE CLOSE-RPT
           DISPLAY "PERCLOSE ACTION=" PARM-ACTION
               " PERIOD=" WS-PERIOD
               " CUSTOMERS=" WS-CUST-CNT
               " NO-PRIOR=" WS-NO-PRIOR-CNT
               " OUT-OF-BALANCE=" WS-UNTIED-CNT.
