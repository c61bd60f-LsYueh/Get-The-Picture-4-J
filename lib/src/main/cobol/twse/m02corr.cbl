      * 權限檢核：簽到代號須在權限主檔（OPERROLE）、對應員工須在
      * EMPMSTR 且 ACTIVE、且具 ROLE-CORRECT 更正權限，CAUD-
      * OPERATOR-ID 不再收任意八碼。驗證失敗記 SECLOG 供保安覆核。
      * 雙人覆核：簽到時選擇作業模式。鍵入模式（K）之更正不直接
      * 回寫主檔，先附加於待覆核佇列（PENDCHG）；覆核模式（A）
      * 限具 ROLE-APPROVE 權限者，逐筆列出待覆核更正，原鍵入經辦
      * 不得覆核自己之更正。核准時主檔該筆須仍為鍵入當時內容，
      * 始回寫並寫稽核（鍵入與覆核經辦代號並記）；退回須附理由。
      * 同一 M02-KEY 已有待覆核更正者不再受理鍵入。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
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
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-CORRECT  PIC X(01).
               10  WS-ROL-APPROVE  PIC X(01).
       01  WS-BROKER-ID        PIC X(04).
       01  WS-TX-DATE          PIC 9(08).
       01  WS-SEQNO            PIC X(03).
       01  WS-BEFORE-TRAN-CODE PIC X(01).
       01  WS-BEFORE-LACK      PIC 9(10).
       01  WS-BEFORE-ERROR     PIC X(02).
       01  WS-MODE-CHOICE      PIC X(01) VALUE SPACE.
           88  WS-MODE-KEY               VALUE 'K' 'k'.
           88  WS-MODE-APPROVE           VALUE 'A' 'a'.
       01  WS-QUEUED-CNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-CNT     PIC 9(05) VALUE ZERO.
       01  WS-ITEM-NO          PIC 9(03) VALUE ZERO.
       01  WS-LIST-NO          PIC 9(03) VALUE ZERO.
       01  WS-DECISION         PIC X(01) VALUE SPACE.
       01  WS-REJECT-REASON    PIC X(30) VALUE SPACES.
      *
      *    待覆核佇列：本程式之 'P' 筆，已有 'A'/'R' 者標示已結。
           COPY "pendchg.cpy".
       01  WS-PEND-TABLE.
           05  WS-PND-CNT      PIC 9(04) VALUE ZERO.
           05  WS-PND-ENTRY OCCURS 500 TIMES
                   INDEXED BY PND-IDX.
               10  WS-PND-REC      PIC X(185).
               10  WS-PND-OPEN     PIC X(01).
      *
       SCREEN SECTION.
       01  M02-CORR-KEY-SCREEN.
           PERFORM 900-LOAD-ROLE-MASTER
           OPEN INPUT  EMPLOYEE-FILE
           OPEN EXTEND SEC-LOG-FILE
           PERFORM 950-SELECT-MODE
           PERFORM 1000-SIGN-ON-OPERATOR
           PERFORM 5000-LOAD-PENDING-QUEUE
           OPEN I-O    M02-FILE-IDX
      *    稽核檔以 EXTEND 開啟，同日多位經辦接續更正時先前之
      *    稽核紀錄不可被覆蓋，M02RSUB 抽檔須見到全部更正。
           OPEN EXTEND CORR-AUDIT-FILE
           OPEN EXTEND PEND-FILE-OUT
           PERFORM UNTIL WS-DONE
               IF WS-MODE-APPROVE
                   PERFORM 6000-REVIEW-ONE-PENDING
               ELSE
                   PERFORM 2000-CORRECT-ONE-RECORD
               END-IF
               IF NOT WS-DONE
                   PERFORM 2900-ASK-CONTINUE
               END-IF
           END-PERFORM
           CLOSE M02-FILE-IDX
           CLOSE CORR-AUDIT-FILE
           CLOSE PEND-FILE-OUT
           CLOSE EMPLOYEE-FILE
           CLOSE SEC-LOG-FILE
           DISPLAY "M02CORR QUEUED=" WS-QUEUED-CNT
               " APPLIED=" WS-CORRECT-CNT
               " REJECTED=" WS-REJECTED-CNT
           STOP RUN.
      *
       900-LOAD-ROLE-MASTER.
               MOVE ROLE-OPER-ID TO WS-ROL-OPER-ID (ROL-IDX)
               MOVE ROLE-EMP-ID  TO WS-ROL-EMP-ID (ROL-IDX)
               MOVE ROLE-CORRECT TO WS-ROL-CORRECT (ROL-IDX)
               MOVE ROLE-APPROVE TO WS-ROL-APPROVE (ROL-IDX)
               PERFORM 910-READ-ROLE
           END-PERFORM
           CLOSE ROLE-FILE-IN
           READ ROLE-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    K = 鍵入更正（送覆核）；A = 覆核他人鍵入之更正。
       950-SELECT-MODE.
           PERFORM UNTIL WS-MODE-KEY OR WS-MODE-APPROVE
               DISPLAY "MODE K=KEY CORRECTION A=APPROVE PENDING: "
                   WITH NO ADVANCING
               ACCEPT WS-MODE-CHOICE
           END-PERFORM.
      *
       1000-SIGN-ON-OPERATOR.
           PERFORM UNTIL WS-OPER-VALID
               PERFORM 1050-VALIDATE-OPERATOR
           END-PERFORM.
      *
      *    代號須在權限主檔且具更正權限（覆核模式為覆核權限），
      *    員工須在 EMPMSTR 且 ACTIVE。
       1050-VALIDATE-OPERATOR.
           MOVE "N" TO WS-OPER-VALID-SW
           PERFORM VARYING ROL-IDX FROM 1 BY 1
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE-APPROVE AND WS-ROL-APPROVE (ROL-IDX) NOT = "Y"
               MOVE "N" TO WS-OPER-VALID-SW
               MOVE "NO APPROVE ROLE FOR M02 CORRECTION"
                   TO WS-REFUSE-REASON
               DISPLAY "SIGN-ON REFUSED - " WS-REFUSE-REASON
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE-KEY AND WS-ROL-CORRECT (ROL-IDX) NOT = "Y"
               MOVE "N" TO WS-OPER-VALID-SW
               MOVE "NO CORRECT ROLE FOR M02 CORRECTION"
                   TO WS-REFUSE-REASON
                   DISPLAY "RECORD IS NOT REJECTED - NO CORRECTION "
                       "ALLOWED"
               ELSE
                   PERFORM 3000-EDIT-AND-QUEUE
               END-IF
           END-IF.
      *
               SET WS-DONE TO TRUE
           END-IF.
      *
      *    鍵入之更正不回寫主檔，附加於待覆核佇列。
       3000-EDIT-AND-QUEUE.
           PERFORM 5200-CHECK-KEY-PENDING
           IF WS-FOUND
               DISPLAY "CORRECTION ALREADY AWAITING APPROVAL FOR "
                   "THIS KEY - KEYED BY " PCH-MAKER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-CODE      TO WS-BEFORE-TRAN-CODE
           MOVE LACK-STOCK-NOS TO WS-BEFORE-LACK
           MOVE ERROR-CODE     TO WS-BEFORE-ERROR
           DISPLAY M02-CORR-EDIT-SCREEN
           ACCEPT M02-CORR-EDIT-SCREEN
           MOVE SPACES              TO PEND-CHANGE-REC
           MOVE "M02CORR"           TO PCH-FUNCTION
           MOVE FUNCTION CURRENT-DATE (1:8) TO PCH-MAKER-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO PCH-MAKER-TIME
           MOVE WS-OPERATOR-ID      TO PCH-MAKER-ID
           SET PCH-PENDING          TO TRUE
           MOVE M02-KEY             TO PCH-ITEM-KEY
           MOVE ZERO                TO PCH-DECIDE-DATE
           MOVE ZERO                TO PCH-DECIDE-TIME
           MOVE BROKER-ID           TO PCHM-BROKER-ID
           MOVE TX-DATE             TO PCHM-TX-DATE
           MOVE SEQNO               TO PCHM-SEQNO
           MOVE WS-BEFORE-TRAN-CODE TO PCHM-BEFORE-TRAN
           MOVE TRAN-CODE           TO PCHM-AFTER-TRAN
           MOVE WS-BEFORE-LACK      TO PCHM-BEFORE-LACK
           MOVE LACK-STOCK-NOS      TO PCHM-AFTER-LACK
           MOVE WS-BEFORE-ERROR     TO PCHM-BEFORE-ERROR
           WRITE PEND-OUT-REC FROM PEND-CHANGE-REC
           PERFORM 5100-ADD-PENDING-ENTRY
           ADD 1 TO WS-QUEUED-CNT
           DISPLAY "CORRECTION QUEUED FOR APPROVAL BY A SECOND "
               "OPERATOR".
      *
       4000-WRITE-AUDIT-RECORD.
           MOVE BROKER-ID           TO CAUD-BROKER-ID
           MOVE TX-DATE             TO CAUD-TX-DATE
           MOVE SEQNO               TO CAUD-SEQNO
           MOVE FUNCTION CURRENT-DATE (1:8) TO CAUD-CHANGE-DATE
           MOVE PCH-MAKER-ID        TO CAUD-OPERATOR-ID
           MOVE WS-OPERATOR-ID      TO CAUD-APPROVER-ID
           MOVE WS-BEFORE-TRAN-CODE TO CAUD-BEFORE-TRAN-CODE
           MOVE TRAN-CODE           TO CAUD-AFTER-TRAN-CODE
           MOVE WS-BEFORE-LACK      TO CAUD-BEFORE-LACK
           MOVE WS-BEFORE-ERROR     TO CAUD-BEFORE-ERROR
           MOVE ERROR-CODE          TO CAUD-AFTER-ERROR
           WRITE M02-CORR-AUDIT-REC.
      *
      *    載入佇列：本程式之 'P' 筆入表，'A'/'R' 筆將對應項標示已結。
       5000-LOAD-PENDING-QUEUE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PEND-FILE-IN
           PERFORM 5010-READ-PENDING
           PERFORM UNTIL WS-EOF
               IF PCH-FUNCTION = "M02CORR"
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
               DISPLAY "M02CORR ABEND - PENDING TABLE FULL AT 500 "
                   "ENTRIES, RAISE WS-PND-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PND-CNT
           SET PND-IDX TO WS-PND-CNT
           MOVE PEND-CHANGE-REC TO WS-PND-REC (PND-IDX)
           MOVE "Y"             TO WS-PND-OPEN (PND-IDX).
      *
      *    同一 M02-KEY 是否已有待覆核更正（找到時佇列筆留在
      *    PEND-CHANGE-REC 供顯示原鍵入經辦）。
       5200-CHECK-KEY-PENDING.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-OPEN (PND-IDX) = "Y"
                   MOVE WS-PND-REC (PND-IDX) TO PEND-CHANGE-REC
                   IF PCH-ITEM-KEY = M02-KEY
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
      *    覆核：列出待覆核更正，經辦選號後核准（A）或退回（R）。
       6000-REVIEW-ONE-PENDING.
           PERFORM 6100-LIST-OPEN-ITEMS
           IF WS-LIST-NO = ZERO
               DISPLAY "NO CORRECTIONS AWAITING APPROVAL"
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
               MOVE "APPROVAL OF OWN CORRECTION ATTEMPTED"
                   TO WS-REFUSE-REASON
               DISPLAY "REFUSED - " WS-REFUSE-REASON
               PERFORM 8900-LOG-SECURITY-FAILURE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "M02-KEY=" PCH-ITEM-KEY " KEYED BY " PCH-MAKER-ID
               " ON " PCH-MAKER-DATE
           DISPLAY "TRAN-CODE " PCHM-BEFORE-TRAN " -> "
               PCHM-AFTER-TRAN "  LACK-STOCK-NOS " PCHM-BEFORE-LACK
               " -> " PCHM-AFTER-LACK
               "  ERROR-CODE WAS " PCHM-BEFORE-ERROR
           MOVE SPACE TO WS-DECISION
           DISPLAY "A=APPROVE R=REJECT (OTHER=SKIP): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM 6300-APPLY-CORRECTION
               WHEN "R"
               WHEN "r"
                   PERFORM 6400-REJECT-CORRECTION
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
                   DISPLAY WS-LIST-NO ". M02-KEY=" PCH-ITEM-KEY
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
      *    主檔該筆須仍為鍵入當時之退件內容，否則不套用（請退回
      *    後重新鍵入）。套用後清空 ERROR-CODE 供 M02RSUB 抽檔。
       6300-APPLY-CORRECTION.
           MOVE PCHM-BROKER-ID TO BROKER-ID
           MOVE PCHM-TX-DATE   TO TX-DATE
           MOVE PCHM-SEQNO     TO SEQNO
           READ M02-FILE-IDX
               INVALID KEY     MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ
           IF NOT WS-FOUND
               DISPLAY "M02 RECORD NO LONGER ON FILE - REJECT IT"
               EXIT PARAGRAPH
           END-IF
           IF ERROR-CODE NOT = PCHM-BEFORE-ERROR
              OR TRAN-CODE NOT = PCHM-BEFORE-TRAN
              OR LACK-STOCK-NOS NOT = PCHM-BEFORE-LACK
               DISPLAY "M02 RECORD CHANGED SINCE KEYED - REJECT AND "
                   "RE-KEY"
               EXIT PARAGRAPH
           END-IF
           MOVE PCHM-BEFORE-TRAN  TO WS-BEFORE-TRAN-CODE
           MOVE PCHM-BEFORE-LACK  TO WS-BEFORE-LACK
           MOVE PCHM-BEFORE-ERROR TO WS-BEFORE-ERROR
           MOVE PCHM-AFTER-TRAN   TO TRAN-CODE
           MOVE PCHM-AFTER-LACK   TO LACK-STOCK-NOS
           MOVE SPACES            TO ERROR-CODE
           REWRITE M02
           ADD 1 TO WS-CORRECT-CNT
           PERFORM 4000-WRITE-AUDIT-RECORD
           SET PCH-APPROVED TO TRUE
           MOVE SPACES TO PCH-REASON
           PERFORM 6500-WRITE-DECISION
           DISPLAY "APPROVED AND APPLIED".
      *
       6400-REJECT-CORRECTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM UNTIL WS-REJECT-REASON NOT = SPACES
               DISPLAY "REJECT REASON: " WITH NO ADVANCING
               ACCEPT WS-REJECT-REASON
           END-PERFORM
           SET PCH-REJECTED TO TRUE
           MOVE WS-REJECT-REASON TO PCH-REASON
           ADD 1 TO WS-REJECTED-CNT
           PERFORM 6500-WRITE-DECISION
           DISPLAY "REJECTED - M02 RECORD UNCHANGED".
      *
       6500-WRITE-DECISION.
           MOVE WS-OPERATOR-ID TO PCH-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO PCH-DECIDE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PCH-DECIDE-TIME
           WRITE PEND-OUT-REC FROM PEND-CHANGE-REC
           PERFORM 5300-CLOSE-PENDING-ENTRY.
