      *-------------------------------
      * Month-End Inventory Valuation
      *-------------------------------
      * Values the perpetual inventory master (INVMSTR) at the end of
      * the month: for each product, on hand, reserved for carried
      * back-orders, free stock, the weighted average unit cost kept
      * by INVPOST and the extended value (on hand x unit cost), with
      * the description from PRODMSTR. Stock with no cost yet and
      * stock still held on a discontinued product are noted on the
      * line. A second section summarises the month's INVMOVE journal
      * by movement type, quantity and value at the cost carried on
      * each movement. The month is the VALUPARM card (CCYYMM) when
      * given, else the month of the BUSDATE card; a month after the
      * business date's is refused RC=16. Run after the last
      * INVPOST / ORDFILL of the month. When the run is late (an
      * earlier month named on VALUPARM) any product that has moved
      * since the month end is rolled back to it from INVMOVE: the
      * after-balances and cost of its last movement dated in or
      * before the month, or, with none, its first later movement
      * backed out. Products that have not moved since are valued
      * from the master as it stands.
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALU.
       AUTHOR.     LEDGER-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-PRODUCT-CODE.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE.
           SELECT OPTIONAL MOVE-FILE ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE-IN ASSIGN TO "VALUPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALU-RPT     ASSIGN TO "INVVALRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE
           RECORDING MODE IS F.
           COPY "invmstr.cpy".
      *
       FD  PRODUCT-FILE
           RECORDING MODE IS F.
           COPY "prodmstr.cpy".
      *
       FD  MOVE-FILE
           RECORDING MODE IS F.
           COPY "invmove.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-VALUE-MONTH PIC 9(06).
      *
       FD  VALU-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-LATE-SW      PIC X(01) VALUE 'N'.
               88  WS-LATE-RUN           VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-PRODUCT-CNT  PIC 9(07) VALUE ZERO.
           05  WS-NO-COST-CNT  PIC 9(07) VALUE ZERO.
           05  WS-ROLLED-CNT   PIC 9(07) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-MONTH   PIC 9(06) VALUE ZERO.
       01  WS-VALUE-MONTH      PIC 9(06) VALUE ZERO.
       01  WS-LOOK-PRODUCT     PIC X(08) VALUE SPACES.
      *
      *    month-end stock position used for the line - from the
      *    master, or rolled back from INVMOVE on a late run.
       01  WS-VALUE-POSITION.
           05  WS-VAL-ON-HAND  PIC 9(07)       VALUE ZERO.
           05  WS-VAL-RESERVED PIC 9(07)       VALUE ZERO.
           05  WS-VAL-UNIT-COST PIC 9(05)V9999 VALUE ZERO.
      *
      *    products moved since the month end (late run only), with
      *    their stock as it stood at the month end.
       01  WS-ROLL-TABLE.
           05  WS-RL-CNT       PIC 9(05) VALUE ZERO.
           05  WS-RL-ENTRY OCCURS 10000 TIMES
                   INDEXED BY RL-IDX.
               10  WS-RL-PRODUCT   PIC X(08).
               10  WS-RL-ON-HAND   PIC S9(07).
               10  WS-RL-RESERVED  PIC S9(07).
               10  WS-RL-UNIT-COST PIC 9(05)V9999.
       01  WS-FREE-QTY         PIC S9(8) VALUE ZERO.
       01  WS-EXT-VALUE        PIC 9(13)V99 VALUE ZERO.
       01  WS-MOVE-VALUE       PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTALS.
           05  WS-TOT-ON-HAND  PIC 9(11)     VALUE ZERO.
           05  WS-TOT-RESERVED PIC 9(11)     VALUE ZERO.
           05  WS-TOT-VALUE    PIC 9(13)V99  VALUE ZERO.
      *
      *    month's movements by type - R, C, F, B in that order.
       01  WS-TYPE-CODES       PIC X(4)  VALUE "RCFB".
       01  WS-TYPE-CODE-TBL REDEFINES WS-TYPE-CODES.
           05  WS-TYPE-CODE    PIC X(01) OCCURS 4 TIMES.
       01  WS-TYPE-NAMES.
           05  FILLER          PIC X(16) VALUE "RECEIPTS".
           05  FILLER          PIC X(16) VALUE "COUNT ADJUSTS".
           05  FILLER          PIC X(16) VALUE "ORDER FILLS".
           05  FILLER          PIC X(16) VALUE "RESERVATIONS".
       01  WS-TYPE-NAME-TBL REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME    PIC X(16) OCCURS 4 TIMES.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL OCCURS 4 TIMES.
               10  WS-TYPE-CNT   PIC 9(07)       VALUE ZERO.
               10  WS-TYPE-QTY   PIC S9(11)      VALUE ZERO.
               10  WS-TYPE-VALUE PIC S9(13)V99   VALUE ZERO.
       01  WS-TYPE-IDX         PIC 9(01) VALUE ZERO.
      *
       01  RPT-HEADING.
           05  FILLER          PIC X(34)
               VALUE "MONTH-END INVENTORY VALUATION    ".
           05  FILLER          PIC X(06) VALUE "MONTH ".
           05  RPT-H-MONTH     PIC 9(6).
       01  RPT-LATE-LINE.
           05  FILLER          PIC X(28) VALUE
               "LATE RUN - BUSINESS DATE IS ".
           05  RPT-L-BUS-DATE  PIC 9(8).
           05  FILLER          PIC X(45) VALUE
               ", STOCK MOVED SINCE ROLLED BACK FROM INVMOVE".
       01  RPT-COLUMNS.
           05  FILLER          PIC X(40) VALUE
               " PRODUCT  DESCRIPTION".
           05  FILLER          PIC X(60) VALUE
               "  ON-HAND RESERVED     FREE   UNIT-COST         VALUE".
       01  RPT-VALU-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-V-PRODUCT   PIC X(8).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-V-DESC      PIC X(30).
           05  RPT-V-ON-HAND   PIC Z(8)9.
           05  RPT-V-RESERVED  PIC Z(8)9.
           05  RPT-V-FREE      PIC -(8)9.
           05  RPT-V-UNIT-COST PIC Z(6)9.9999.
           05  RPT-V-VALUE     PIC Z(11)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-V-NOTE      PIC X(20).
       01  RPT-VALU-TOTAL.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(30) VALUE "TOTAL INVENTORY".
           05  RPT-VT-ON-HAND  PIC Z(8)9.
           05  RPT-VT-RESERVED PIC Z(8)9.
           05  FILLER          PIC X(21) VALUE SPACES.
           05  RPT-VT-VALUE    PIC Z(11)9.99.
       01  RPT-TYPE-LINE.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-T-NAME      PIC X(16).
           05  FILLER          PIC X(07) VALUE " COUNT=".
           05  RPT-T-CNT       PIC Z(6)9.
           05  FILLER          PIC X(05) VALUE " QTY=".
           05  RPT-T-QTY       PIC -(10)9.
           05  FILLER          PIC X(07) VALUE " VALUE=".
           05  RPT-T-VALUE     PIC -(12)9.99.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALUE-INVENTORY
           PERFORM 3000-SUMMARISE-MOVEMENTS
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "INVVALU ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           MOVE BUSD-DATE (1:6) TO WS-BUSINESS-MONTH
           MOVE WS-BUSINESS-MONTH TO WS-VALUE-MONTH
           CLOSE BUSDATE-FILE
      *    VALUPARM names the month when the run is late; absent or
      *    zero = the business date's month.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               NOT AT END
                   IF PARM-VALUE-MONTH > ZERO
                       MOVE PARM-VALUE-MONTH TO WS-VALUE-MONTH
                   END-IF
           END-READ
           CLOSE PARM-FILE-IN
           IF WS-VALUE-MONTH > WS-BUSINESS-MONTH
               DISPLAY "INVVALU ABEND - VALUPARM MONTH "
                   WS-VALUE-MONTH " IS AFTER BUSINESS DATE "
                   WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-VALUE-MONTH < WS-BUSINESS-MONTH
               SET WS-LATE-RUN TO TRUE
               PERFORM 1500-LOAD-ROLL-BACK
           END-IF
           OPEN INPUT  INVENTORY-FILE
           OPEN INPUT  PRODUCT-FILE
           OPEN OUTPUT VALU-RPT
           MOVE WS-VALUE-MONTH TO RPT-H-MONTH
           MOVE RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           IF WS-LATE-RUN
               MOVE WS-BUSINESS-DATE TO RPT-L-BUS-DATE
               MOVE RPT-LATE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    INVMOVE is appended in posting order. Pass one: the first
      *    movement after the month end, backed out by its own qty,
      *    gives the month-end stock of each product moved since.
      *    Pass two: for those products the last movement in or
      *    before the month replaces it, which also carries the
      *    average cost in force before a later receipt.
       1500-LOAD-ROLL-BACK.
           OPEN INPUT MOVE-FILE
           PERFORM 3100-READ-MOVE
           PERFORM UNTIL WS-EOF
               IF MV-DATE (1:6) > WS-VALUE-MONTH
                   MOVE MV-PRODUCT-CODE TO WS-LOOK-PRODUCT
                   PERFORM 1510-FIND-ROLL-ENTRY
                   IF NOT WS-FOUND
                       PERFORM 1520-ADD-ROLL-ENTRY
                   END-IF
               END-IF
               PERFORM 3100-READ-MOVE
           END-PERFORM
           CLOSE MOVE-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MOVE-FILE
           PERFORM 3100-READ-MOVE
           PERFORM UNTIL WS-EOF
               IF MV-DATE (1:6) NOT > WS-VALUE-MONTH
                   MOVE MV-PRODUCT-CODE TO WS-LOOK-PRODUCT
                   PERFORM 1510-FIND-ROLL-ENTRY
                   IF WS-FOUND
                       MOVE MV-ON-HAND-AFTER  TO WS-RL-ON-HAND (RL-IDX)
                       MOVE MV-RESERVED-AFTER
                           TO WS-RL-RESERVED (RL-IDX)
                       MOVE MV-UNIT-COST     TO WS-RL-UNIT-COST (RL-IDX)
                   END-IF
               END-IF
               PERFORM 3100-READ-MOVE
           END-PERFORM
           CLOSE MOVE-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       1510-FIND-ROLL-ENTRY.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RL-CNT
               IF WS-RL-PRODUCT (RL-IDX) = WS-LOOK-PRODUCT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    a reservation moves only reserved; every other type only
      *    on hand (an 'F' line carries reserved as it stood before).
       1520-ADD-ROLL-ENTRY.
           IF WS-RL-CNT >= 10000
               DISPLAY "INVVALU ABEND - ROLL-BACK TABLE FULL AT "
                   "10000 PRODUCTS, RAISE WS-RL-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RL-CNT
           SET RL-IDX TO WS-RL-CNT
           MOVE MV-PRODUCT-CODE   TO WS-RL-PRODUCT (RL-IDX)
           MOVE MV-UNIT-COST      TO WS-RL-UNIT-COST (RL-IDX)
           IF MV-RESERVATION
               MOVE MV-ON-HAND-AFTER TO WS-RL-ON-HAND (RL-IDX)
               COMPUTE WS-RL-RESERVED (RL-IDX) =
                   MV-RESERVED-AFTER - MV-QTY
           ELSE
               COMPUTE WS-RL-ON-HAND (RL-IDX) =
                   MV-ON-HAND-AFTER - MV-QTY
               MOVE MV-RESERVED-AFTER TO WS-RL-RESERVED (RL-IDX)
           END-IF.
      *
       2000-VALUE-INVENTORY.
           PERFORM 2100-READ-INVENTORY
           PERFORM UNTIL WS-EOF
               PERFORM 2200-VALUE-ONE-PRODUCT
               PERFORM 2100-READ-INVENTORY
           END-PERFORM
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-ON-HAND  TO RPT-VT-ON-HAND
           MOVE WS-TOT-RESERVED TO RPT-VT-RESERVED
           MOVE WS-TOT-VALUE    TO RPT-VT-VALUE
           MOVE RPT-VALU-TOTAL  TO RPT-LINE
           WRITE RPT-LINE.
      *
       2100-READ-INVENTORY.
           READ INVENTORY-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-VALUE-ONE-PRODUCT.
           ADD 1 TO WS-PRODUCT-CNT
           MOVE SPACES TO RPT-LINE
           MOVE SPACES TO RPT-V-NOTE
           MOVE IM-ON-HAND-QTY  TO WS-VAL-ON-HAND
           MOVE IM-RESERVED-QTY TO WS-VAL-RESERVED
           MOVE IM-UNIT-COST    TO WS-VAL-UNIT-COST
           IF WS-LATE-RUN
               MOVE IM-PRODUCT-CODE TO WS-LOOK-PRODUCT
               PERFORM 1510-FIND-ROLL-ENTRY
               IF WS-FOUND
                   ADD 1 TO WS-ROLLED-CNT
                   MOVE WS-RL-ON-HAND (RL-IDX)   TO WS-VAL-ON-HAND
                   MOVE WS-RL-RESERVED (RL-IDX)  TO WS-VAL-RESERVED
                   MOVE WS-RL-UNIT-COST (RL-IDX) TO WS-VAL-UNIT-COST
                   MOVE "ROLLED BACK"            TO RPT-V-NOTE
               END-IF
           END-IF
           MOVE IM-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "*NOT ON PRODMSTR*" TO RPT-V-DESC
                   MOVE SPACE TO PM-STATUS
               NOT INVALID KEY
                   MOVE PM-DESCRIPTION TO RPT-V-DESC
           END-READ
           COMPUTE WS-FREE-QTY = WS-VAL-ON-HAND - WS-VAL-RESERVED
           COMPUTE WS-EXT-VALUE ROUNDED =
               WS-VAL-ON-HAND * WS-VAL-UNIT-COST
           IF WS-VAL-ON-HAND > ZERO AND WS-VAL-UNIT-COST = ZERO
               ADD 1 TO WS-NO-COST-CNT
               MOVE "NO COST ON FILE" TO RPT-V-NOTE
           END-IF
           IF WS-VAL-ON-HAND > ZERO AND PM-DISCONTINUED
               MOVE "DISCONTINUED STOCK" TO RPT-V-NOTE
           END-IF
           ADD WS-VAL-ON-HAND  TO WS-TOT-ON-HAND
           ADD WS-VAL-RESERVED TO WS-TOT-RESERVED
           ADD WS-EXT-VALUE    TO WS-TOT-VALUE
           MOVE IM-PRODUCT-CODE TO RPT-V-PRODUCT
           MOVE WS-VAL-ON-HAND  TO RPT-V-ON-HAND
           MOVE WS-VAL-RESERVED TO RPT-V-RESERVED
           MOVE WS-FREE-QTY     TO RPT-V-FREE
           MOVE WS-VAL-UNIT-COST TO RPT-V-UNIT-COST
           MOVE WS-EXT-VALUE    TO RPT-V-VALUE
           MOVE RPT-VALU-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
      *
       3000-SUMMARISE-MOVEMENTS.
           OPEN INPUT MOVE-FILE
           PERFORM 3100-READ-MOVE
           PERFORM UNTIL WS-EOF
               IF MV-DATE (1:6) = WS-VALUE-MONTH
                   PERFORM 3200-ADD-MOVE
               END-IF
               PERFORM 3100-READ-MOVE
           END-PERFORM
           CLOSE MOVE-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "MOVEMENTS FOR THE MONTH BY TYPE" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE SPACES TO RPT-LINE
               MOVE WS-TYPE-NAME (WS-TYPE-IDX)  TO RPT-T-NAME
               MOVE WS-TYPE-CNT (WS-TYPE-IDX)   TO RPT-T-CNT
               MOVE WS-TYPE-QTY (WS-TYPE-IDX)   TO RPT-T-QTY
               MOVE WS-TYPE-VALUE (WS-TYPE-IDX) TO RPT-T-VALUE
               MOVE RPT-TYPE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
      *
       3100-READ-MOVE.
           READ MOVE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    reservations hold stock, they do not move it - counted and
      *    summed but carried at no value.
       3200-ADD-MOVE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               IF MV-TYPE = WS-TYPE-CODE (WS-TYPE-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TYPE-IDX > 4
               EXIT PARAGRAPH
           END-IF
           ADD 1      TO WS-TYPE-CNT (WS-TYPE-IDX)
           ADD MV-QTY TO WS-TYPE-QTY (WS-TYPE-IDX)
           IF NOT MV-RESERVATION
               COMPUTE WS-MOVE-VALUE ROUNDED = MV-QTY * MV-UNIT-COST
               ADD WS-MOVE-VALUE TO WS-TYPE-VALUE (WS-TYPE-IDX)
           END-IF.
      *
       9000-TERMINATE.
           CLOSE INVENTORY-FILE
           CLOSE PRODUCT-FILE
           CLOSE VALU-RPT
           DISPLAY "INVVALU MONTH=" WS-VALUE-MONTH
               " PRODUCTS=" WS-PRODUCT-CNT
               " NO-COST=" WS-NO-COST-CNT
               " ROLLED-BACK=" WS-ROLLED-CNT
               " VALUE=" WS-TOT-VALUE.
