      * before-balance. A customer whose balance has moved since
      * the batch (later activity) is NOT restored - it is flagged
      * for manual reversal and the run ends RC=8.
      * Each customer restored also gets one REVERSED record on the
      * cumulative statement history (GLSTHIST), before/after the
      * reverse of the batch's net effect (last after-balance ->
      * first before-balance), so GLSTMT's chain still ties and
      * PERCLOSE's period activity nets the batch back out.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD.
           SELECT OPTIONAL STMT-HIST-FILE ASSIGN TO "GLSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACK-RPT     ASSIGN TO "GLBACKRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           COPY "sample-cobol-copybook.cpy"
               REPLACING ORDER-RECORD      BY CUSTFD-ORDER-RECORD
                         LONG-DESCRIPTION BY CUSTFD-LONG-DESCRIPTION.
      *
      *    Reversals are built in their own copy of the audit layout;
      *    AUDIT-FILE is at end by the time balances are restored.
       FD  STMT-HIST-FILE
           RECORDING MODE IS F.
           COPY "glaudit.cpy"
               REPLACING LEADING ==GLA-== BY ==GLR-==
                         ==GL-AUDIT-REC== BY ==GL-REVERSAL-REC==.
      *
       FD  BACK-RPT
           RECORDING MODE IS F.
           05  WS-POSTED-CNT   PIC 9(07) VALUE ZERO.
           05  WS-BACKED-CNT   PIC 9(07) VALUE ZERO.
           05  WS-SKIPPED-CNT  PIC 9(07) VALUE ZERO.
           05  WS-REVERSED-CNT PIC 9(07) VALUE ZERO.
      *
      *    Per-customer first-before / last-after balances from the
      *    audit trail, applied in one pass so multiple postings to
       1000-INITIALIZE.
           OPEN INPUT AUDIT-FILE
           OPEN I-O   CUSTOMER-FILE
           OPEN EXTEND STMT-HIST-FILE
           OPEN OUTPUT BACK-RPT
           MOVE "GL POSTING BATCH BACKOUT" TO RPT-LINE
           WRITE RPT-LINE
                   REWRITE CUSTOMER-RECORD
                   MOVE "BACKED OUT"               TO RPT-STATUS
                   ADD 1 TO WS-BACKED-CNT
                   PERFORM 3200-WRITE-REVERSAL
           END-EVALUATE
           MOVE RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    amount follows GLPOST's sign (before - after), so a batch
      *    that drew the balance down reverses as a negative amount.
       3200-WRITE-REVERSAL.
           MOVE ZERO                       TO GLR-ORDER-ID
           MOVE WS-CUS-ID (CUS-IDX)        TO GLR-CUSTOMER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO GLR-POST-DATE
           MOVE WS-CUS-LAST-BAL (CUS-IDX)  TO GLR-BEFORE-BALANCE
           MOVE WS-CUS-FIRST-BAL (CUS-IDX) TO GLR-AFTER-BALANCE
           COMPUTE GLR-ORDER-AMOUNT = WS-CUS-LAST-BAL (CUS-IDX)
                                    - WS-CUS-FIRST-BAL (CUS-IDX)
           MOVE "REVERSED"                 TO GLR-STATUS
           WRITE GL-REVERSAL-REC
           ADD 1 TO WS-REVERSED-CNT.
      *
       9000-TERMINATE.
           CLOSE AUDIT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE STMT-HIST-FILE
           CLOSE BACK-RPT
           DISPLAY "GLBACK POSTED-ENTRIES=" WS-POSTED-CNT
               " BACKED-OUT=" WS-BACKED-CNT
               " SKIPPED=" WS-SKIPPED-CNT
               " REVERSED=" WS-REVERSED-CNT.
