      * 檔案名稱：ACNTMNT
      *---------------------------------------------------------------
      * 申請人帳戶主檔維護交易
      * M02 之 ACNT（開戶券商代號＋帳號）原僅為自由文字，合規凍結
      * 或券商已銷戶之帳戶仍可申購/買回。本交易維護申請人帳戶
      * 主檔（ACNTMSTR，索引檔）：新增（A）與變更（C）帳戶狀態
      * （A=正常 F=凍結 C=銷戶）、投資人類別（D=本國 Q=外資QFII
      * N=境外自然人）、身分證號/統編、戶名與開銷戶日。銷戶以
      * 狀態與銷戶日表示，不刪檔。每次維護比照 BRKMAINT 寫前後
      * 值稽核（ACNTAUD，EXTEND 開啟）。
      * 權限檢核：簽到代號須在權限主檔（OPERROLE）、對應員工須在
      * EMPMSTR 且 ACTIVE、且具 ROLE-BATCH 維護權限；驗證失敗記
      * SECLOG 供保安覆核。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACNTMNT.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACNTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACNM-ACNT.
           SELECT ACNT-AUDIT-FILE ASSIGN TO "ACNTAUD"
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
       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY "acntmstr.cpy".
      *
       FD  ACNT-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "acntaud.cpy".
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
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-DONE-SW      PIC X(01) VALUE 'N'.
               88  WS-DONE               VALUE 'Y'.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
       01  WS-MAINT-CNT        PIC 9(05) VALUE ZERO.
       01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
       01  WS-OPER-VALID-SW    PIC X(01) VALUE 'N'.
           88  WS-OPER-VALID             VALUE 'Y'.
       01  WS-EMP-STATUS-SW    PIC X(01) VALUE 'N'.
           88  WS-EMP-FOUND              VALUE 'Y'.
       01  WS-REFUSE-REASON    PIC X(40) VALUE SPACES.
      *
      *    權限主檔表格。
       01  WS-ROLE-TABLE.
           05  WS-ROL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ROL-ENTRY OCCURS 200 TIMES
                   INDEXED BY ROL-IDX.
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-BATCH    PIC X(01).
       01  WS-ACNT.
           05  WS-ACNT-BROKER  PIC X(04) VALUE SPACES.
           05  WS-ACNT-NO      PIC 9(07) VALUE ZERO.
       01  WS-ACTION-CHOICE    PIC X(01) VALUE SPACE.
       01  WS-MORE-CHOICE      PIC X(01) VALUE SPACE.
       01  WS-CONFIRM-CHOICE   PIC X(01) VALUE SPACE.
       01  WS-BEFORE-STATUS    PIC X(01) VALUE SPACE.
       01  WS-BEFORE-TYPE      PIC X(01) VALUE SPACE.
       01  WS-BEFORE-ID-NO     PIC X(10) VALUE SPACES.
       01  WS-BEFORE-NAME      PIC X(40) VALUE SPACES.
       01  WS-BEFORE-OPEN      PIC 9(08) VALUE ZERO.
       01  WS-BEFORE-CLOSE     PIC 9(08) VALUE ZERO.
      *
       SCREEN SECTION.
       01  ACNT-KEY-SCREEN.
           05  LINE 1  COL 1  VALUE "APPLICANT ACCOUNT MASTER "
                                  & "MAINTENANCE".
           05  LINE 3  COL 1  VALUE "ACTION A=ADD C=CHANGE:".
           05  LINE 3  COL 24 PIC X(01) USING WS-ACTION-CHOICE.
           05  LINE 4  COL 1  VALUE "ACNT-BROKER:".
           05  LINE 4  COL 14 PIC X(04) USING WS-ACNT-BROKER.
           05  LINE 5  COL 1  VALUE "ACNT-NO    :".
           05  LINE 5  COL 14 PIC 9(07) USING WS-ACNT-NO.
      *
       01  ACNT-DETAIL-SCREEN.
           05  LINE 7  COL 1  VALUE "HOLDER NAME   :".
           05  LINE 7  COL 17 PIC X(40) USING ACNM-HOLDER-NAME.
           05  LINE 8  COL 1  VALUE "ID NUMBER     :".
           05  LINE 8  COL 17 PIC X(10) USING ACNM-ID-NO.
           05  LINE 9  COL 1  VALUE "STATUS A/F/C  :".
           05  LINE 9  COL 17 PIC X(01) USING ACNM-STATUS.
           05  LINE 10 COL 1  VALUE "INVESTOR D/Q/N:".
           05  LINE 10 COL 17 PIC X(01) USING ACNM-INVESTOR-TYPE.
           05  LINE 11 COL 1  VALUE "OPEN DATE     :".
           05  LINE 11 COL 17 PIC 9(08) USING ACNM-OPEN-DATE.
           05  LINE 12 COL 1  VALUE "CLOSE DATE    :".
           05  LINE 12 COL 17 PIC 9(08) USING ACNM-CLOSE-DATE.
           05  LINE 14 COL 1  VALUE "CONFIRM (Y/N):".
           05  LINE 14 COL 16 PIC X(01) USING WS-CONFIRM-CHOICE.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 900-LOAD-ROLE-MASTER
           OPEN INPUT  EMPLOYEE-FILE
           OPEN EXTEND SEC-LOG-FILE
           PERFORM 1000-SIGN-ON-OPERATOR
           OPEN I-O    ACCOUNT-FILE
      *    稽核檔以 EXTEND 開啟，同日多位經辦接續維護時先前之
      *    稽核紀錄不可被覆蓋。
           OPEN EXTEND ACNT-AUDIT-FILE
           PERFORM UNTIL WS-DONE
               PERFORM 2000-MAINTAIN-ONE-ACCOUNT
               PERFORM 2900-ASK-CONTINUE
           END-PERFORM
           CLOSE ACCOUNT-FILE
           CLOSE ACNT-AUDIT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE SEC-LOG-FILE
           DISPLAY "ACNTMNT MAINTAINED=" WS-MAINT-CNT
           STOP RUN.
      *
       900-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 910-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "ACNTMNT ABEND - ROLE TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-ROL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROL-CNT
               SET ROL-IDX TO WS-ROL-CNT
               MOVE ROLE-OPER-ID TO WS-ROL-OPER-ID (ROL-IDX)
               MOVE ROLE-EMP-ID  TO WS-ROL-EMP-ID (ROL-IDX)
               MOVE ROLE-BATCH   TO WS-ROL-BATCH (ROL-IDX)
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
      *    代號須在權限主檔且具維護權限，員工須在 EMPMSTR 且
      *    ACTIVE。
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
       8900-LOG-SECURITY-FAILURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SEC-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO SEC-LOG-TIME
           MOVE "ACNTMNT"       TO SEC-PROGRAM
           MOVE WS-OPERATOR-ID   TO SEC-OPER-ID
           MOVE WS-REFUSE-REASON TO SEC-REASON
           WRITE SEC-LOG-REC.
      *
       2000-MAINTAIN-ONE-ACCOUNT.
           MOVE SPACE  TO WS-ACTION-CHOICE
           MOVE SPACES TO WS-ACNT-BROKER
           MOVE ZERO   TO WS-ACNT-NO
           DISPLAY ACNT-KEY-SCREEN
           ACCEPT ACNT-KEY-SCREEN
           MOVE WS-ACNT TO ACNM-ACNT
           READ ACCOUNT-FILE
               INVALID KEY     MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ
           EVALUATE WS-ACTION-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ADD-ACCOUNT
               WHEN "C"
               WHEN "c"
                   PERFORM 4000-CHANGE-ACCOUNT
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A OR C"
           END-EVALUATE.
      *
       2900-ASK-CONTINUE.
           DISPLAY "MAINTAIN ANOTHER ACCOUNT (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MORE-CHOICE
           IF WS-MORE-CHOICE NOT = "Y" AND WS-MORE-CHOICE NOT = "y"
               SET WS-DONE TO TRUE
           END-IF.
      *
       3000-ADD-ACCOUNT.
           IF WS-FOUND
               DISPLAY "ACCOUNT ALREADY ON FILE - ACNT=" WS-ACNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES       TO ACCOUNT-MASTER-REC
           MOVE ZERO         TO ACNM-OPEN-DATE
           MOVE ZERO         TO ACNM-CLOSE-DATE
           PERFORM 4100-SAVE-BEFORE-VALUES
           MOVE WS-ACNT      TO ACNM-ACNT
           MOVE "A"          TO ACNM-STATUS
           MOVE "D"          TO ACNM-INVESTOR-TYPE
           MOVE SPACE        TO WS-CONFIRM-CHOICE
           DISPLAY ACNT-DETAIL-SCREEN
           ACCEPT ACNT-DETAIL-SCREEN
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-CHECK-CODES
           IF WS-CONFIRM-CHOICE = "N"
               EXIT PARAGRAPH
           END-IF
           WRITE ACCOUNT-MASTER-REC
               INVALID KEY
                   DISPLAY "ADD FAILED - ACNT=" WS-ACNT
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-CNT
                   MOVE "A" TO ACNA-ACTION
                   PERFORM 6000-WRITE-AUDIT-RECORD
           END-WRITE.
      *
       4000-CHANGE-ACCOUNT.
           IF NOT WS-FOUND
               DISPLAY "ACCOUNT NOT FOUND - ACNT=" WS-ACNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-SAVE-BEFORE-VALUES
           MOVE SPACE TO WS-CONFIRM-CHOICE
           DISPLAY ACNT-DETAIL-SCREEN
           ACCEPT ACNT-DETAIL-SCREEN
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-CHECK-CODES
           IF WS-CONFIRM-CHOICE = "N"
               EXIT PARAGRAPH
           END-IF
           REWRITE ACCOUNT-MASTER-REC
           ADD 1 TO WS-MAINT-CNT
           MOVE "C" TO ACNA-ACTION
           PERFORM 6000-WRITE-AUDIT-RECORD.
      *
      *    新增時主檔區已先清為初值，前值即記空白/零。
       4100-SAVE-BEFORE-VALUES.
           MOVE ACNM-STATUS        TO WS-BEFORE-STATUS
           MOVE ACNM-INVESTOR-TYPE TO WS-BEFORE-TYPE
           MOVE ACNM-ID-NO         TO WS-BEFORE-ID-NO
           MOVE ACNM-HOLDER-NAME   TO WS-BEFORE-NAME
           MOVE ACNM-OPEN-DATE     TO WS-BEFORE-OPEN
           MOVE ACNM-CLOSE-DATE    TO WS-BEFORE-CLOSE.
      *
      *    狀態僅收 A/F/C、類別僅收 D/Q/N；銷戶須有銷戶日。其餘
      *    視同未確認，不寫檔。
       5000-CHECK-CODES.
           IF NOT ACNM-ACTIVE AND NOT ACNM-FROZEN
              AND NOT ACNM-CLOSED
               DISPLAY "STATUS MUST BE A, F OR C - NOT APPLIED"
               MOVE "N" TO WS-CONFIRM-CHOICE
               EXIT PARAGRAPH
           END-IF
           IF NOT ACNM-DOMESTIC AND NOT ACNM-QFII
              AND NOT ACNM-NONRES-INDIV
               DISPLAY "INVESTOR TYPE MUST BE D, Q OR N - NOT APPLIED"
               MOVE "N" TO WS-CONFIRM-CHOICE
               EXIT PARAGRAPH
           END-IF
           IF ACNM-CLOSED AND ACNM-CLOSE-DATE = ZERO
               DISPLAY "CLOSED ACCOUNT NEEDS CLOSE DATE - NOT APPLIED"
               MOVE "N" TO WS-CONFIRM-CHOICE
           END-IF.
      *
       6000-WRITE-AUDIT-RECORD.
           MOVE WS-ACNT            TO ACNA-ACNT
           MOVE FUNCTION CURRENT-DATE (1:8) TO ACNA-CHANGE-DATE
           MOVE WS-OPERATOR-ID     TO ACNA-OPERATOR-ID
           MOVE WS-BEFORE-STATUS   TO ACNA-BEFORE-STATUS
           MOVE ACNM-STATUS        TO ACNA-AFTER-STATUS
           MOVE WS-BEFORE-TYPE     TO ACNA-BEFORE-TYPE
           MOVE ACNM-INVESTOR-TYPE TO ACNA-AFTER-TYPE
           MOVE WS-BEFORE-ID-NO    TO ACNA-BEFORE-ID-NO
           MOVE ACNM-ID-NO         TO ACNA-AFTER-ID-NO
           MOVE WS-BEFORE-NAME     TO ACNA-BEFORE-NAME
           MOVE ACNM-HOLDER-NAME   TO ACNA-AFTER-NAME
           MOVE WS-BEFORE-OPEN     TO ACNA-BEFORE-OPEN
           MOVE ACNM-OPEN-DATE     TO ACNA-AFTER-OPEN
           MOVE WS-BEFORE-CLOSE    TO ACNA-BEFORE-CLOSE
           MOVE ACNM-CLOSE-DATE    TO ACNA-AFTER-CLOSE
           WRITE ACNT-AUDIT-REC.
