      * EXTEND，調整不回溯 - 與 FEESCHED 同一套作法），並比照
      * EMP-AUDIT-REC 寫前後值稽核（TOLAUD，EXTEND 開啟，同日
      * 多位經辦不互蓋）。作法比照 EMPMAINT 之畫面交易。
      * 雙人覆核：簽到代號比照 BRKMAINT 驗證（OPERROLE、EMPMSTR
      * ACTIVE，失敗記 SECLOG）。鍵入模式（K，須 ROLE-BATCH）確認
      * 後不直接附加主檔，先附加於待覆核佇列（PENDCHG）；覆核模式
      * （A，須 ROLE-APPROVE）逐筆列出待覆核異動，原鍵入經辦不得
      * 覆核自己之異動。核准時重查當時有效值後附加主檔並寫稽核
      * （鍵入與覆核經辦代號並記）；退回須附理由。同程式同基金
      * 已有待覆核異動者不再受理鍵入。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TOL-AUDIT-FILE ASSIGN TO "TOLAUD"
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
       FD  TOL-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "tolaud.cpy".
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
       01  PEND-IN-REC         PIC X(185).
      *
       FD  PEND-FILE-OUT
           RECORDING MODE IS F.
       01  PEND-OUT-REC        PIC X(185).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
               88  WS-EOF                VALUE 'Y'.
           05  WS-DONE-SW      PIC X(01) VALUE 'N'.
               88  WS-DONE               VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
       01  WS-MAINT-CNT        PIC 9(05) VALUE ZERO.
       01  WS-QUEUED-CNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-CNT     PIC 9(05) VALUE ZERO.
       01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
       01  WS-MAKER-ID         PIC X(08) VALUE SPACES.
       01  WS-OPER-VALID-SW    PIC X(01) VALUE 'N'.
           88  WS-OPER-VALID             VALUE 'Y'.
       01  WS-EMP-STATUS-SW    PIC X(01) VALUE 'N'.
           88  WS-EMP-FOUND              VALUE 'Y'.
       01  WS-REFUSE-REASON    PIC X(40) VALUE SPACES.
       01  WS-MODE-CHOICE      PIC X(01) VALUE SPACE.
           88  WS-MODE-KEY               VALUE 'K' 'k'.
           88  WS-MODE-APPROVE           VALUE 'A' 'a'.
       01  WS-ITEM-NO          PIC 9(03) VALUE ZERO.
       01  WS-LIST-NO          PIC 9(03) VALUE ZERO.
       01  WS-DECISION         PIC X(01) VALUE SPACE.
       01  WS-REJECT-REASON    PIC X(30) VALUE SPACES.
      *
      *    權限主檔表格。
       01  WS-ROLE-TABLE.
           05  WS-ROL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ROL-ENTRY OCCURS 200 TIMES
                   INDEXED BY ROL-IDX.
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-BATCH    PIC X(01).
               10  WS-ROL-APPROVE  PIC X(01).
      *
      *    待覆核佇列：本程式之 'P' 筆，已有 'A'/'R' 者標示已結。
           COPY "pendchg.cpy".
       01  WS-PEND-TABLE.
           05  WS-PND-CNT      PIC 9(04) VALUE ZERO.
           05  WS-PND-ENTRY OCCURS 500 TIMES
                   INDEXED BY PND-IDX.
               10  WS-PND-REC      PIC X(185).
               10  WS-PND-OPEN     PIC X(01).
       01  WS-PROGRAM          PIC X(08) VALUE SPACES.
       01  WS-ETF-ID           PIC X(06) VALUE SPACES.
       01  WS-EFF-DATE         PIC 9(08) VALUE ZERO.
       01  TOL-MAINT-SCREEN.
           05  LINE 1  COL 1  VALUE "TOLERANCE MASTER MAINTENANCE".
           05  LINE 3  COL 1  VALUE "PROGRAM  :".
           05  LINE 3  COL 12 PIC X(08) FROM WS-PROGRAM.
           05  LINE 4  COL 1  VALUE "ETF-ID   :".
           05  LINE 4  COL 12 PIC X(06) FROM WS-ETF-ID.
           05  LINE 5  COL 1  VALUE "EFF-DATE :".
           05  LINE 5  COL 12 PIC 9(08) USING WS-EFF-DATE.
           05  LINE 6  COL 1  VALUE "NEW VALUE:".
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 900-LOAD-ROLE-MASTER
           OPEN INPUT  EMPLOYEE-FILE
           OPEN EXTEND SEC-LOG-FILE
           PERFORM 950-SELECT-MODE
           PERFORM 1000-SIGN-ON-OPERATOR
           PERFORM 5000-LOAD-PENDING-QUEUE
           OPEN EXTEND TOL-AUDIT-FILE
           OPEN EXTEND PEND-FILE-OUT
           PERFORM UNTIL WS-DONE
               IF WS-MODE-APPROVE
                   PERFORM 6000-REVIEW-ONE-PENDING
               ELSE
                   PERFORM 2000-MAINTAIN-ONE-TOLERANCE
               END-IF
               IF NOT WS-DONE
                   PERFORM 2900-ASK-CONTINUE
               END-IF
           END-PERFORM
           CLOSE TOL-AUDIT-FILE
           CLOSE PEND-FILE-OUT
           CLOSE EMPLOYEE-FILE
           CLOSE SEC-LOG-FILE
           DISPLAY "TOLMAINT QUEUED=" WS-QUEUED-CNT
               " APPLIED=" WS-MAINT-CNT
               " REJECTED=" WS-REJECTED-CNT
           STOP RUN.
      *
       900-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 910-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "TOLMAINT ABEND - ROLE TABLE FULL AT 200 "
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
               PERFORM 910-READ-ROLE
           END-PERFORM
           CLOSE ROLE-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       910-READ-ROLE.
           READ ROLE-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    K = 鍵入異動（送覆核）；A = 覆核他人鍵入之異動。
       950-SELECT-MODE.
           PERFORM UNTIL WS-MODE-KEY OR WS-MODE-APPROVE
               DISPLAY "MODE K=KEY CHANGE A=APPROVE PENDING: "
                   WITH NO ADVANCING
               ACCEPT WS-MODE-CHOICE
           END-PERFORM.
      *
       1000-SIGN-ON-OPERATOR.
           PERFORM UNTIL WS-OPER-VALID
               MOVE SPACES TO WS-OPERATOR-ID
               PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                   DISPLAY "OPERATOR ID: " WITH NO ADVANCING
                   ACCEPT WS-OPERATOR-ID
               END-PERFORM
               PERFORM 1050-VALIDATE-OPERATOR
           END-PERFORM.
      *
      *    代號須在權限主檔且具維護權限（覆核模式為覆核權限），
      *    員工須在 EMPMSTR 且 ACTIVE。
       1050-VALIDATE-OPERATOR.
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
               MOVE "NO APPROVE ROLE FOR TOLERANCE CHANGES"
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
       8900-LOG-SECURITY-FAILURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SEC-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO SEC-LOG-TIME
           MOVE "TOLMAINT"       TO SEC-PROGRAM
           MOVE WS-OPERATOR-ID   TO SEC-OPER-ID
           MOVE WS-REFUSE-REASON TO SEC-REASON
           WRITE SEC-LOG-REC.
      *
       2000-MAINTAIN-ONE-TOLERANCE.
           MOVE SPACES TO WS-PROGRAM
           ACCEPT WS-PROGRAM
           DISPLAY "ETF-ID (BLANK=DEFAULT): " WITH NO ADVANCING
           ACCEPT WS-ETF-ID
           PERFORM 5200-CHECK-KEY-PENDING
           IF WS-FOUND
               DISPLAY "CHANGE ALREADY AWAITING APPROVAL FOR THIS "
                   "PROGRAM/ETF - KEYED BY " PCH-MAKER-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-FIND-CURRENT-VALUE
           DISPLAY TOL-MAINT-SCREEN
           ACCEPT TOL-MAINT-SCREEN
           IF WS-CONFIRM-CHOICE = "Y" OR WS-CONFIRM-CHOICE = "y"
               PERFORM 3500-QUEUE-CHANGE
           ELSE
               DISPLAY "NOT APPLIED"
           END-IF.
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    鍵入之異動不附加主檔，先附加於待覆核佇列。
       3500-QUEUE-CHANGE.
           MOVE SPACES              TO PEND-CHANGE-REC
           MOVE "TOLMAINT"          TO PCH-FUNCTION
           MOVE FUNCTION CURRENT-DATE (1:8) TO PCH-MAKER-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO PCH-MAKER-TIME
           MOVE WS-OPERATOR-ID      TO PCH-MAKER-ID
           SET PCH-PENDING          TO TRUE
           STRING WS-PROGRAM WS-ETF-ID DELIMITED BY SIZE
               INTO PCH-ITEM-KEY
           END-STRING
           MOVE ZERO                TO PCH-DECIDE-DATE
           MOVE ZERO                TO PCH-DECIDE-TIME
           MOVE WS-PROGRAM          TO PCHT-PROGRAM
           MOVE WS-ETF-ID           TO PCHT-ETF-ID
           MOVE WS-EFF-DATE         TO PCHT-EFF-DATE
           MOVE WS-NEW-VALUE        TO PCHT-NEW-VALUE
           MOVE WS-BEFORE-VALUE     TO PCHT-BEFORE-VALUE
           WRITE PEND-OUT-REC FROM PEND-CHANGE-REC
           PERFORM 5100-ADD-PENDING-ENTRY
           ADD 1 TO WS-QUEUED-CNT
           DISPLAY "CHANGE QUEUED FOR APPROVAL BY A SECOND OPERATOR".
      *
      *    主檔僅於寫入當下以 EXTEND 短暫開啟（調整一律另立新筆，
      *    不改舊筆），寫畢即關 - 3000 之讀取與本段附加不並開同一
      *    檔，且同場次第二次維護同鍵時讀得到前次新立之值。
           MOVE WS-ETF-ID       TO TOLA-ETF-ID
           MOVE WS-EFF-DATE     TO TOLA-EFF-DATE
           MOVE WS-TODAY-DATE   TO TOLA-CHANGE-DATE
           MOVE WS-MAKER-ID     TO TOLA-OPERATOR-ID
           MOVE WS-OPERATOR-ID  TO TOLA-APPROVER-ID
           MOVE WS-BEFORE-VALUE TO TOLA-BEFORE-VALUE
           MOVE WS-NEW-VALUE    TO TOLA-AFTER-VALUE
           WRITE TOL-AUDIT-REC.
      *
      *    載入佇列：本程式之 'P' 筆入表，'A'/'R' 筆將對應項標示已結。
       5000-LOAD-PENDING-QUEUE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PEND-FILE-IN
           PERFORM 5010-READ-PENDING
           PERFORM UNTIL WS-EOF
               IF PCH-FUNCTION = "TOLMAINT"
                   IF PCH-PENDING
                       PERFORM 5100-ADD-PENDING-ENTRY
                   ELSE
                       PERFORM 5300-CLOSE-PENDING-ENTRY
                   END-IF
               END-IF
               PERFORM 5010-READ-PENDING
           END-PERFORM
           CLOSE PEND-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       5010-READ-PENDING.
           READ PEND-FILE-IN INTO PEND-CHANGE-REC
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       5100-ADD-PENDING-ENTRY.
           IF WS-PND-CNT >= 500
               DISPLAY "TOLMAINT ABEND - PENDING TABLE FULL AT 500 "
                   "ENTRIES, RAISE WS-PND-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PND-CNT
           SET PND-IDX TO WS-PND-CNT
           MOVE PEND-CHANGE-REC TO WS-PND-REC (PND-IDX)
           MOVE "Y"             TO WS-PND-OPEN (PND-IDX).
      *
      *    同程式同基金是否已有待覆核異動。
       5200-CHECK-KEY-PENDING.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-OPEN (PND-IDX) = "Y"
                   MOVE WS-PND-REC (PND-IDX) TO PEND-CHANGE-REC
                   IF PCHT-PROGRAM = WS-PROGRAM
                      AND PCHT-ETF-ID = WS-ETF-ID
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
      *
       5300-CLOSE-PENDING-ENTRY.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-REC (PND-IDX) (1:32) = PCH-ITEM-ID
                   MOVE "N" TO WS-PND-OPEN (PND-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    覆核：列出待覆核異動，經辦選號後核准（A）或退回（R）。
       6000-REVIEW-ONE-PENDING.
           PERFORM 6100-LIST-OPEN-ITEMS
           IF WS-LIST-NO = ZERO
               DISPLAY "NO TOLERANCE CHANGES AWAITING APPROVAL"
               SET WS-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ITEM NUMBER TO REVIEW (0=END): " WITH NO ADVANCING
           ACCEPT WS-ITEM-NO
           IF WS-ITEM-NO = ZERO
               SET WS-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6200-FIND-ITEM
           IF NOT WS-FOUND
               DISPLAY "NO SUCH ITEM NUMBER"
               EXIT PARAGRAPH
           END-IF
           IF PCH-MAKER-ID = WS-OPERATOR-ID
               MOVE "APPROVAL OF OWN TOLERANCE CHANGE ATTEMPTED"
                   TO WS-REFUSE-REASON
               DISPLAY "REFUSED - " WS-REFUSE-REASON
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROGRAM=" PCHT-PROGRAM " ETF-ID=" PCHT-ETF-ID
               " EFF-DATE=" PCHT-EFF-DATE " KEYED BY " PCH-MAKER-ID
               " ON " PCH-MAKER-DATE
           DISPLAY "VALUE WHEN KEYED " PCHT-BEFORE-VALUE
               "  NEW VALUE " PCHT-NEW-VALUE
           MOVE SPACE TO WS-DECISION
           DISPLAY "A=APPROVE R=REJECT (OTHER=SKIP): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM 6300-APPLY-CHANGE
               WHEN "R"
               WHEN "r"
                   PERFORM 6400-REJECT-CHANGE
               WHEN OTHER
                   DISPLAY "SKIPPED - STILL PENDING"
           END-EVALUATE.
      *
       6100-LIST-OPEN-ITEMS.
           MOVE ZERO TO WS-LIST-NO
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-OPEN (PND-IDX) = "Y"
                   ADD 1 TO WS-LIST-NO
                   MOVE WS-PND-REC (PND-IDX) TO PEND-CHANGE-REC
                   DISPLAY WS-LIST-NO ". PROGRAM=" PCHT-PROGRAM
                       " ETF-ID=" PCHT-ETF-ID
                       " BY " PCH-MAKER-ID " " PCH-MAKER-DATE
                       " " PCH-MAKER-TIME (1:6)
               END-IF
           END-PERFORM.
      *
       6200-FIND-ITEM.
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
      *    核准：前值以覆核當時有效值為準重查後，附加主檔並寫稽核。
       6300-APPLY-CHANGE.
           MOVE PCHT-PROGRAM   TO WS-PROGRAM
           MOVE PCHT-ETF-ID    TO WS-ETF-ID
           MOVE PCHT-EFF-DATE  TO WS-EFF-DATE
           MOVE PCHT-NEW-VALUE TO WS-NEW-VALUE
           MOVE PCH-MAKER-ID   TO WS-MAKER-ID
           PERFORM 3000-FIND-CURRENT-VALUE
           PERFORM 4000-APPEND-AND-AUDIT
           SET PCH-APPROVED TO TRUE
           MOVE SPACES TO PCH-REASON
           PERFORM 6500-WRITE-DECISION
           DISPLAY "APPROVED AND APPLIED".
      *
       6400-REJECT-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM UNTIL WS-REJECT-REASON NOT = SPACES
               DISPLAY "REJECT REASON: " WITH NO ADVANCING
               ACCEPT WS-REJECT-REASON
           END-PERFORM
           SET PCH-REJECTED TO TRUE
           MOVE WS-REJECT-REASON TO PCH-REASON
           ADD 1 TO WS-REJECTED-CNT
           PERFORM 6500-WRITE-DECISION
           DISPLAY "REJECTED - TOLERANCE MASTER UNCHANGED".
      *
       6500-WRITE-DECISION.
           MOVE WS-OPERATOR-ID TO PCH-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO PCH-DECIDE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PCH-DECIDE-TIME
           WRITE PEND-OUT-REC FROM PEND-CHANGE-REC
           PERFORM 5300-CLOSE-PENDING-ENTRY.
      *
