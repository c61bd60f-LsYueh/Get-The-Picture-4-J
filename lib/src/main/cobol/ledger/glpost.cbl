      * ORDER-CUSTOMER-ID/CUSTOMER-ID. Writes a POSTED/REJECTED
      * status line per order and an audit trail record showing the
      * customer's before/after balance for every posting attempt.
      * INVBILL invoices arrive as ordinary orders; its credit notes
      * carry a negative ORDER-AMOUNT and so add back to the balance.
      * An order dated in a period PERCLOSE has closed (PERCTL) is
      * rejected REJECTED-CLOSED, balance untouched.
      * Takes a record-count checkpoint (GLCKPT, modelled on the
      * M05DISP/M05CKPT restart) after EVERY posting attempt - the
      * master is REWRITten per order, so anything coarser would
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD.
           SELECT POST-RPT     ASSIGN TO "GLPOSTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD.
           SELECT AUDIT-FILE   ASSIGN TO "GLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CKPT-FILE    ASSIGN TO "GLCKPT"
           COPY "sample-cobol-copybook.cpy"
               REPLACING ORDER-RECORD      BY CUSTFD-ORDER-RECORD
                         LONG-DESCRIPTION BY CUSTFD-LONG-DESCRIPTION.
      *
       FD  PERIOD-FILE
           RECORDING MODE IS F.
           COPY "perctl.cpy".
      *
       FD  POST-RPT
           RECORDING MODE IS F.
               88  WS-CUST-FOUND         VALUE '00'.
           05  WS-RESTART-SW   PIC X(01) VALUE 'N'.
               88  WS-RESTARTING         VALUE 'Y'.
           05  WS-PERIOD-SW    PIC X(01) VALUE 'N'.
               88  WS-PERIOD-CLOSED      VALUE 'Y'.
       01  WS-SAVED-CKPT.
           05  WS-SAVED-ORDER  PIC 9(6)  VALUE ZERO.
           05  WS-SAVED-READ   PIC 9(09) VALUE ZERO.
           PERFORM 1200-READ-PRIOR-CHECKPOINT
           OPEN INPUT  ORDER-FILE
           OPEN I-O    CUSTOMER-FILE
           OPEN INPUT  PERIOD-FILE
           OPEN EXTEND STMT-HIST-FILE
           IF WS-RESTARTING
               OPEN EXTEND POST-RPT
               NOT INVALID KEY MOVE "00" TO WS-CUST-STATUS
           END-READ
           IF WS-CUST-FOUND
               PERFORM 2050-CHECK-PERIOD
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CUST-FOUND
                   PERFORM 2200-REJECT-NO-CUSTOMER
               WHEN WS-PERIOD-CLOSED
                   PERFORM 2250-REJECT-CLOSED-PERIOD
               WHEN OTHER
                   PERFORM 2100-APPLY-POSTING
           END-EVALUATE
      *    the master was just REWRITten - checkpoint every attempt,
      *    or a restart would re-post everything since the last one.
           PERFORM 8000-WRITE-CHECKPOINT
           PERFORM 1100-READ-ORDER.
      *
      *    a period with no PERCTL record has never been closed.
       2050-CHECK-PERIOD.
           MOVE ORDER-DATE OF ORDER-RECORD (1:6) TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY MOVE 'N' TO WS-PERIOD-SW
               NOT INVALID KEY
                   IF PC-CLOSED
                       MOVE 'Y' TO WS-PERIOD-SW
                   ELSE
                       MOVE 'N' TO WS-PERIOD-SW
                   END-IF
           END-READ.
      *
       2100-APPLY-POSTING.
           MOVE CUSTOMER-BALANCE OF CUSTOMER-RECORD TO WS-BEFORE-BALANCE
           MOVE "REJECTED-NOCUST"     TO WS-STATUS-TEXT
           PERFORM 2400-WRITE-STATUS-LINE
           PERFORM 2500-WRITE-AUDIT-RECORD.
      *
      *    balance shown unchanged before and after, as for a funds
      *    reject, so the GLSTMT chain still ties.
       2250-REJECT-CLOSED-PERIOD.
           MOVE CUSTOMER-BALANCE OF CUSTOMER-RECORD TO WS-BEFORE-BALANCE
           ADD 1 TO WS-REJECT-CNT
           MOVE "REJECTED-CLOSED"     TO WS-STATUS-TEXT
           PERFORM 2400-WRITE-STATUS-LINE
           PERFORM 2500-WRITE-AUDIT-RECORD.
      *
       2300-REJECT-INSUFFICIENT-FUNDS.
           ADD 1 TO WS-REJECT-CNT
       9000-TERMINATE.
           CLOSE ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PERIOD-FILE
           CLOSE POST-RPT
           CLOSE AUDIT-FILE
           CLOSE STMT-HIST-FILE
