      *-------------------------------
      * Nested Order File Product / Price Edit
      *-------------------------------
      * PRODUCT-CODE and the per-line AMOUNT values on the nested
      * ORDER-RECORD (ORDNEST) were taken on trust: ORDXPLD only
      * cross-foots and ORDFILL only checks stock. This edit runs
      * ahead of both, in the ORDEDIT mold, and checks every used
      * ORDER-LINE (a line with no product and no quantity is an
      * empty slot and is skipped):
      *   - PRODUCT-CODE present on PRODMSTR (maintained by PRODMNT),
      *   - product not discontinued on or before the order date,
      *   - QUANTITY greater than zero.
      * Any failing line rejects the whole order to ORDNREJ with
      * the line number and reason; the rest go to ORDNCLN, which
      * ORDXPLD and ORDFILL then read as their ORDNEST. The nested
      * record carries no order date, so the order date is the
      * business date card (BUSDATE) - the file is the day's orders.
      * Price check: the line unit price (line amount over
      * QUANTITY, i.e. the two LINE-AMOUNTS summed, the way ORDXPLD
      * prices a line) is compared with the PRICELST list price in
      * effect on the order date. A difference of more than the
      * NEDTPARM tolerance percentage, or no list price in effect,
      * is flagged on the report but does not reject the order.
      * The run ends RC=8 when the reject count exceeds the NEDTPARM
      * threshold.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDNEDT.
       AUTHOR.     LEDGER-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE   ASSIGN TO "ORDNEST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE.
           SELECT PRICE-FILE   ASSIGN TO "PRICELST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE-IN ASSIGN TO "NEDTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEAN-FILE-OUT ASSIGN TO "ORDNCLN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE-OUT ASSIGN TO "ORDNREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-RPT     ASSIGN TO "ORDNEDRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE
           RECORDING MODE IS F.
           COPY "nested-occurs-record.cpy".
      *
       FD  PRODUCT-FILE
           RECORDING MODE IS F.
           COPY "prodmstr.cpy".
      *
       FD  PRICE-FILE
           RECORDING MODE IS F.
           COPY "prclist.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-TOLERANCE-PCT PIC 9(3)V99.
           05  PARM-REJECT-MAX PIC 9(05).
      *
       FD  CLEAN-FILE-OUT
           RECORDING MODE IS F.
       01  CLEAN-OUT-REC       PIC X(114).
      *
       FD  REJECT-FILE-OUT
           RECORDING MODE IS F.
       01  REJECT-OUT-REC.
           05  REJ-ORDER-REC   PIC X(114).
           05  REJ-REASON      PIC X(30).
      *
       FD  EDIT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-PROD-STATUS-SW PIC X(01) VALUE 'N'.
               88  WS-PROD-FOUND         VALUE 'Y'.
           05  WS-PRICE-SW     PIC X(01) VALUE 'N'.
               88  WS-PRICE-FOUND        VALUE 'Y'.
           05  WS-PRICE-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-PRICE-EOF          VALUE 'Y'.
           05  WS-REJECT-SW    PIC X(01) VALUE 'N'.
               88  WS-REJECTED           VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-READ-CNT     PIC 9(07) VALUE ZERO.
           05  WS-CLEAN-CNT    PIC 9(07) VALUE ZERO.
           05  WS-REJECT-CNT   PIC 9(07) VALUE ZERO.
           05  WS-FLAG-CNT     PIC 9(07) VALUE ZERO.
       01  WS-ORDER-DATE       PIC 9(08) VALUE ZERO.
       01  WS-TOLERANCE-PCT    PIC 9(3)V99 VALUE ZERO.
       01  WS-REJECT-MAX       PIC 9(05) VALUE ZERO.
       01  WS-LINE-IDX         PIC 9(01).
       01  WS-AMT-IDX          PIC 9(01).
       01  WS-LINE-TOTAL       PIC 9(09)V99 VALUE ZERO.
       01  WS-UNIT-PRICE       PIC 9(07)V99 VALUE ZERO.
       01  WS-LIST-PRICE       PIC 9(5)V99 VALUE ZERO.
       01  WS-LIST-EFF-DATE    PIC 9(08) VALUE ZERO.
       01  WS-PRICE-DIFF       PIC 9(07)V99 VALUE ZERO.
       01  WS-VARIANCE-PCT     PIC 9(05)V99 VALUE ZERO.
       01  WS-FLAG-TEXT        PIC X(30) VALUE SPACES.
       01  WS-REASON-TEXT      PIC X(24) VALUE SPACES.
       01  RPT-REJECT.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE "ORDER-ID=".
           05  RPT-ORDER-ID    PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-CUST-NAME   PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "REJECTED: ".
           05  RPT-REASON      PIC X(30).
       01  RPT-FLAG.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE "ORDER-ID=".
           05  RPT-F-ORDER-ID  PIC X(10).
           05  FILLER          PIC X(06) VALUE " LINE=".
           05  RPT-F-LINE-NO   PIC 9.
           05  FILLER          PIC X(06) VALUE " PROD=".
           05  RPT-F-PRODUCT   PIC X(08).
           05  FILLER          PIC X(06) VALUE " UNIT=".
           05  RPT-F-UNIT      PIC Z(6)9.99.
           05  FILLER          PIC X(06) VALUE " LIST=".
           05  RPT-F-LIST      PIC Z(4)9.99.
           05  FILLER          PIC X(04) VALUE " ON ".
           05  RPT-F-EFF-DATE  PIC X(08).
           05  FILLER          PIC X(06) VALUE " VAR%=".
           05  RPT-F-VAR-PCT   PIC Z(4)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-F-TEXT      PIC X(30).
       01  RPT-TOTALS.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(05) VALUE "READ=".
           05  RPT-T-READ      PIC Z(6)9.
           05  FILLER          PIC X(08) VALUE "  CLEAN=".
           05  RPT-T-CLEAN     PIC Z(6)9.
           05  FILLER          PIC X(11) VALUE "  REJECTED=".
           05  RPT-T-REJECT    PIC Z(6)9.
           05  FILLER          PIC X(15) VALUE "  PRICE-FLAGS=".
           05  RPT-T-FLAGS     PIC Z(6)9.
           05  FILLER          PIC X(13) VALUE "  TOLERANCE=".
           05  RPT-T-TOL       PIC ZZ9.99.
           05  FILLER          PIC X(01) VALUE "%".
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-ORDER UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           IF WS-REJECT-CNT > WS-REJECT-MAX
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "ORDNEDT ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-ORDER-DATE
           CLOSE BUSDATE-FILE
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "ORDNEDT ABEND - NEDTPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PARM-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           MOVE PARM-REJECT-MAX    TO WS-REJECT-MAX
           CLOSE PARM-FILE-IN
           OPEN INPUT  ORDER-FILE
           OPEN INPUT  PRODUCT-FILE
           OPEN INPUT  PRICE-FILE
           OPEN OUTPUT CLEAN-FILE-OUT
           OPEN OUTPUT REJECT-FILE-OUT
           OPEN OUTPUT EDIT-RPT
           MOVE "NESTED ORDER PRODUCT / PRICE EDIT" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1100-READ-ORDER.
      *
       1100-READ-ORDER.
           READ ORDER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    product edits reject the order on the first failing line;
      *    price flags are reported for every line of a clean order.
       2000-EDIT-ORDER.
           ADD 1 TO WS-READ-CNT
           SET WS-REJECT-SW TO 'N'
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 3 OR WS-REJECTED
               IF PRODUCT-CODE (WS-LINE-IDX) NOT = SPACES
                  OR QUANTITY (WS-LINE-IDX) NOT = ZERO
                   PERFORM 2100-CHECK-PRODUCT
               END-IF
           END-PERFORM
           IF NOT WS-REJECTED
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > 3
                   IF PRODUCT-CODE (WS-LINE-IDX) NOT = SPACES
                       PERFORM 2200-CHECK-PRICE
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CLEAN-CNT
               WRITE CLEAN-OUT-REC FROM ORDER-RECORD
           END-IF
           PERFORM 1100-READ-ORDER.
      *
       2100-CHECK-PRODUCT.
           MOVE PRODUCT-CODE (WS-LINE-IDX) TO PM-PRODUCT-CODE
           READ PRODUCT-FILE
               INVALID KEY     MOVE 'N' TO WS-PROD-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-PROD-STATUS-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-PROD-FOUND
                   MOVE "PRODUCT NOT ON MASTER" TO WS-REASON-TEXT
                   PERFORM 2900-REJECT-ORDER
               WHEN PM-DISCONTINUED
                    AND PM-STATUS-DATE NOT > WS-ORDER-DATE
                   MOVE "PRODUCT DISCONTINUED" TO WS-REASON-TEXT
                   PERFORM 2900-REJECT-ORDER
               WHEN QUANTITY (WS-LINE-IDX) = ZERO
                   MOVE "QUANTITY ZERO" TO WS-REASON-TEXT
                   PERFORM 2900-REJECT-ORDER
           END-EVALUATE.
      *
       2200-CHECK-PRICE.
           MOVE ZERO TO WS-LINE-TOTAL
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1 UNTIL WS-AMT-IDX > 2
               ADD AMOUNT (WS-LINE-IDX WS-AMT-IDX) TO WS-LINE-TOTAL
           END-PERFORM
           COMPUTE WS-LINE-TOTAL =
               QUANTITY (WS-LINE-IDX) * WS-LINE-TOTAL
           COMPUTE WS-UNIT-PRICE ROUNDED =
               WS-LINE-TOTAL / QUANTITY (WS-LINE-IDX)
           PERFORM 2300-FIND-LIST-PRICE
           MOVE ZERO TO WS-VARIANCE-PCT
           IF NOT WS-PRICE-FOUND
               MOVE "NO LIST PRICE IN EFFECT" TO WS-FLAG-TEXT
               PERFORM 2400-PRINT-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-UNIT-PRICE > WS-LIST-PRICE
               COMPUTE WS-PRICE-DIFF = WS-UNIT-PRICE - WS-LIST-PRICE
           ELSE
               COMPUTE WS-PRICE-DIFF = WS-LIST-PRICE - WS-UNIT-PRICE
           END-IF
           COMPUTE WS-VARIANCE-PCT ROUNDED =
               WS-PRICE-DIFF * 100 / WS-LIST-PRICE
               ON SIZE ERROR MOVE 99999.99 TO WS-VARIANCE-PCT
           END-COMPUTE
           IF WS-VARIANCE-PCT > WS-TOLERANCE-PCT
               MOVE "PRICE OUTSIDE TOLERANCE" TO WS-FLAG-TEXT
               PERFORM 2400-PRINT-FLAG
           END-IF.
      *
      *    the price in effect is the last PRICELST entry for the
      *    product whose effective date is not after the order date.
       2300-FIND-LIST-PRICE.
           MOVE 'N'  TO WS-PRICE-SW
           MOVE 'N'  TO WS-PRICE-EOF-SW
           MOVE ZERO TO WS-LIST-PRICE
           MOVE ZERO TO WS-LIST-EFF-DATE
           MOVE PRODUCT-CODE (WS-LINE-IDX) TO PL-PRODUCT-CODE
           MOVE ZERO                       TO PL-EFF-DATE
           START PRICE-FILE KEY >= PL-KEY
               INVALID KEY SET WS-PRICE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PRICE-EOF
               READ PRICE-FILE NEXT
                   AT END SET WS-PRICE-EOF TO TRUE
               END-READ
               IF NOT WS-PRICE-EOF
                   IF PL-PRODUCT-CODE NOT = PRODUCT-CODE (WS-LINE-IDX)
                      OR PL-EFF-DATE > WS-ORDER-DATE
                       SET WS-PRICE-EOF TO TRUE
                   ELSE
                       SET WS-PRICE-FOUND TO TRUE
                       MOVE PL-UNIT-PRICE TO WS-LIST-PRICE
                       MOVE PL-EFF-DATE   TO WS-LIST-EFF-DATE
                   END-IF
               END-IF
           END-PERFORM.
      *
       2400-PRINT-FLAG.
           ADD 1 TO WS-FLAG-CNT
           MOVE SPACES                     TO RPT-LINE
           MOVE ORDER-ID                   TO RPT-F-ORDER-ID
           MOVE WS-LINE-IDX                TO RPT-F-LINE-NO
           MOVE PRODUCT-CODE (WS-LINE-IDX) TO RPT-F-PRODUCT
           MOVE WS-UNIT-PRICE              TO RPT-F-UNIT
           MOVE WS-LIST-PRICE              TO RPT-F-LIST
           IF WS-PRICE-FOUND
               MOVE WS-LIST-EFF-DATE TO RPT-F-EFF-DATE
           ELSE
               MOVE SPACES           TO RPT-F-EFF-DATE
           END-IF
           MOVE WS-VARIANCE-PCT            TO RPT-F-VAR-PCT
           MOVE WS-FLAG-TEXT               TO RPT-F-TEXT
           MOVE RPT-FLAG TO RPT-LINE
           WRITE RPT-LINE.
      *
       2900-REJECT-ORDER.
           SET WS-REJECTED TO TRUE
           ADD 1 TO WS-REJECT-CNT
           MOVE SPACES TO REJ-REASON
           STRING "LINE " WS-LINE-IDX " " WS-REASON-TEXT
               DELIMITED BY SIZE INTO REJ-REASON
           MOVE ORDER-RECORD TO REJ-ORDER-REC
           WRITE REJECT-OUT-REC
           MOVE SPACES TO RPT-LINE
           MOVE ORDER-ID      TO RPT-ORDER-ID
           MOVE CUSTOMER-NAME TO RPT-CUST-NAME
           MOVE REJ-REASON    TO RPT-REASON
           MOVE RPT-REJECT TO RPT-LINE
           WRITE RPT-LINE.
      *
       9000-TERMINATE.
           MOVE SPACES           TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-READ-CNT      TO RPT-T-READ
           MOVE WS-CLEAN-CNT     TO RPT-T-CLEAN
           MOVE WS-REJECT-CNT    TO RPT-T-REJECT
           MOVE WS-FLAG-CNT      TO RPT-T-FLAGS
           MOVE WS-TOLERANCE-PCT TO RPT-T-TOL
           MOVE RPT-TOTALS       TO RPT-LINE
           WRITE RPT-LINE
           CLOSE ORDER-FILE
           CLOSE PRODUCT-FILE
           CLOSE PRICE-FILE
           CLOSE CLEAN-FILE-OUT
           CLOSE REJECT-FILE-OUT
           CLOSE EDIT-RPT
           DISPLAY "ORDNEDT READ=" WS-READ-CNT
               " CLEAN=" WS-CLEAN-CNT
               " REJECTED=" WS-REJECT-CNT
               " PRICE-FLAGS=" WS-FLAG-CNT
               " THRESHOLD=" WS-REJECT-MAX.
