      * 檔案名稱：BRKMAINT
      *---------------------------------------------------------------
      * 參加人（券商）主檔維護交易
      * M02 之 BROKER-ID/ACNT-BROKER 原僅四碼文字，參加人契約失效
      * 之券商仍可送件，券商端報表亦只印代號。本交易維護參加人
      * 主檔（BRKMSTR，索引檔）：新增（A）與變更（C）券商名稱、
      * 狀態（A=正常 S=停權 T=終止）、參加人契約到期日、交割銀行
      * 帳戶、聯絡人、地址與統一編號（電子發票買受人識別，須
      * 為八碼數字）。終止以狀態表示，不刪檔 - 歷史報表
      * 仍須取得名稱。每次維護比照 EMP-AUDIT-REC 寫前後值稽核
      * （BRKAUD，EXTEND 開啟，同日多位經辦不互蓋）。
      * 權限檢核：簽到代號須在權限主檔（OPERROLE）、對應員工須在
      * EMPMSTR 且 ACTIVE、且具 ROLE-BATCH 維護權限；驗證失敗記
      * SECLOG 供保安覆核。作法比照 M02CORR 之畫面交易。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKMAINT.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BROKER-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRKM-BROKER-ID.
           SELECT BRK-AUDIT-FILE ASSIGN TO "BRKAUD"
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
       FD  BROKER-FILE
           RECORDING MODE IS F.
           COPY "brkmstr.cpy".
      *
       FD  BRK-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "brkaud.cpy".
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
       01  WS-BROKER-ID        PIC X(04) VALUE SPACES.
       01  WS-ACTION-CHOICE    PIC X(01) VALUE SPACE.
       01  WS-MORE-CHOICE      PIC X(01) VALUE SPACE.
       01  WS-CONFIRM-CHOICE   PIC X(01) VALUE SPACE.
       01  WS-BEFORE-STATUS    PIC X(01) VALUE SPACE.
       01  WS-BEFORE-EXPIRY    PIC 9(08) VALUE ZERO.
       01  WS-BEFORE-ACCOUNT.
           05  WS-BEFORE-BANK  PIC X(07) VALUE SPACES.
           05  WS-BEFORE-ACNO  PIC X(14) VALUE SPACES.
       01  WS-BEFORE-NAME      PIC X(40) VALUE SPACES.
       01  WS-BEFORE-CONTACT.
           05  WS-BEFORE-CNAME PIC X(20) VALUE SPACES.
           05  WS-BEFORE-CTEL  PIC X(15) VALUE SPACES.
       01  WS-BEFORE-ADDRESS.
           05  WS-BEFORE-ADDR1 PIC X(40) VALUE SPACES.
           05  WS-BEFORE-ADDR2 PIC X(40) VALUE SPACES.
       01  WS-BEFORE-TAX-ID    PIC X(08) VALUE SPACES.
      *
       SCREEN SECTION.
       01  BRK-KEY-SCREEN.
           05  LINE 1  COL 1  VALUE "PARTICIPANT (BROKER) MASTER "
                                  & "MAINTENANCE".
           05  LINE 3  COL 1  VALUE "ACTION A=ADD C=CHANGE:".
           05  LINE 3  COL 24 PIC X(01) USING WS-ACTION-CHOICE.
           05  LINE 4  COL 1  VALUE "BROKER-ID:".
           05  LINE 4  COL 12 PIC X(04) USING WS-BROKER-ID.
      *
       01  BRK-DETAIL-SCREEN.
           05  LINE 6  COL 1  VALUE "NAME          :".
           05  LINE 6  COL 17 PIC X(40) USING BRKM-NAME.
           05  LINE 7  COL 1  VALUE "STATUS A/S/T  :".
           05  LINE 7  COL 17 PIC X(01) USING BRKM-STATUS.
           05  LINE 8  COL 1  VALUE "AGREE EXPIRY  :".
           05  LINE 8  COL 17 PIC 9(08) USING BRKM-AGREE-EXPIRY.
           05  LINE 9  COL 1  VALUE "SETTLE BANK   :".
           05  LINE 9  COL 17 PIC X(07) USING BRKM-SETL-BANK.
           05  LINE 10 COL 1  VALUE "SETTLE ACCOUNT:".
           05  LINE 10 COL 17 PIC X(14) USING BRKM-SETL-ACCOUNT.
           05  LINE 11 COL 1  VALUE "CONTACT       :".
           05  LINE 11 COL 17 PIC X(20) USING BRKM-CONTACT-NAME.
           05  LINE 12 COL 1  VALUE "CONTACT TEL   :".
           05  LINE 12 COL 17 PIC X(15) USING BRKM-CONTACT-TEL.
           05  LINE 13 COL 1  VALUE "ADDRESS       :".
           05  LINE 13 COL 17 PIC X(40) USING BRKM-ADDRESS-1.
           05  LINE 14 COL 17 PIC X(40) USING BRKM-ADDRESS-2.
           05  LINE 15 COL 1  VALUE "TAX ID (BAN)  :".
           05  LINE 15 COL 17 PIC X(08) USING BRKM-TAX-ID.
           05  LINE 16 COL 1  VALUE "CONFIRM (Y/N):".
           05  LINE 16 COL 16 PIC X(01) USING WS-CONFIRM-CHOICE.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 900-LOAD-ROLE-MASTER
           OPEN INPUT  EMPLOYEE-FILE
           OPEN EXTEND SEC-LOG-FILE
           PERFORM 1000-SIGN-ON-OPERATOR
           OPEN I-O    BROKER-FILE
      *    稽核檔以 EXTEND 開啟，同日多位經辦接續維護時先前之
      *    稽核紀錄不可被覆蓋。
           OPEN EXTEND BRK-AUDIT-FILE
           PERFORM UNTIL WS-DONE
               PERFORM 2000-MAINTAIN-ONE-BROKER
               PERFORM 2900-ASK-CONTINUE
           END-PERFORM
           CLOSE BROKER-FILE
           CLOSE BRK-AUDIT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE SEC-LOG-FILE
           DISPLAY "BRKMAINT MAINTAINED=" WS-MAINT-CNT
           STOP RUN.
      *
       900-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 910-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "BRKMAINT ABEND - ROLE TABLE FULL AT 200 "
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
           MOVE "BRKMAINT"       TO SEC-PROGRAM
           MOVE WS-OPERATOR-ID   TO SEC-OPER-ID
           MOVE WS-REFUSE-REASON TO SEC-REASON
           WRITE SEC-LOG-REC.
      *
       2000-MAINTAIN-ONE-BROKER.
           MOVE SPACE  TO WS-ACTION-CHOICE
           MOVE SPACES TO WS-BROKER-ID
           DISPLAY BRK-KEY-SCREEN
           ACCEPT BRK-KEY-SCREEN
           MOVE WS-BROKER-ID TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ
           EVALUATE WS-ACTION-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ADD-BROKER
               WHEN "C"
               WHEN "c"
                   PERFORM 4000-CHANGE-BROKER
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A OR C"
           END-EVALUATE.
      *
       2900-ASK-CONTINUE.
           DISPLAY "MAINTAIN ANOTHER BROKER (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MORE-CHOICE
           IF WS-MORE-CHOICE NOT = "Y" AND WS-MORE-CHOICE NOT = "y"
               SET WS-DONE TO TRUE
           END-IF.
      *
       3000-ADD-BROKER.
           IF WS-FOUND
               DISPLAY "BROKER ALREADY ON FILE - BROKER-ID="
                   WS-BROKER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES       TO BROKER-MASTER-REC
           MOVE ZERO         TO BRKM-AGREE-EXPIRY
           PERFORM 4100-SAVE-BEFORE-VALUES
           MOVE WS-BROKER-ID TO BRKM-BROKER-ID
           MOVE "A"          TO BRKM-STATUS
           MOVE SPACE        TO WS-CONFIRM-CHOICE
           DISPLAY BRK-DETAIL-SCREEN
           ACCEPT BRK-DETAIL-SCREEN
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-CHECK-STATUS-CODE
           IF WS-CONFIRM-CHOICE = "N"
               EXIT PARAGRAPH
           END-IF
           WRITE BROKER-MASTER-REC
               INVALID KEY
                   DISPLAY "ADD FAILED - BROKER-ID=" WS-BROKER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-CNT
                   MOVE "A" TO BRKA-ACTION
                   PERFORM 6000-WRITE-AUDIT-RECORD
           END-WRITE.
      *
       4000-CHANGE-BROKER.
           IF NOT WS-FOUND
               DISPLAY "BROKER NOT FOUND - BROKER-ID=" WS-BROKER-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-SAVE-BEFORE-VALUES
           MOVE SPACE TO WS-CONFIRM-CHOICE
           DISPLAY BRK-DETAIL-SCREEN
           ACCEPT BRK-DETAIL-SCREEN
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-CHECK-STATUS-CODE
           IF WS-CONFIRM-CHOICE = "N"
               EXIT PARAGRAPH
           END-IF
           REWRITE BROKER-MASTER-REC
           ADD 1 TO WS-MAINT-CNT
           MOVE "C" TO BRKA-ACTION
           PERFORM 6000-WRITE-AUDIT-RECORD.
      *
      *    新增時主檔區已先清為初值，前值即記空白/零。
       4100-SAVE-BEFORE-VALUES.
           MOVE BRKM-STATUS       TO WS-BEFORE-STATUS
           MOVE BRKM-AGREE-EXPIRY TO WS-BEFORE-EXPIRY
           MOVE BRKM-SETL-BANK    TO WS-BEFORE-BANK
           MOVE BRKM-SETL-ACCOUNT TO WS-BEFORE-ACNO
           MOVE BRKM-NAME         TO WS-BEFORE-NAME
           MOVE BRKM-CONTACT-NAME TO WS-BEFORE-CNAME
           MOVE BRKM-CONTACT-TEL  TO WS-BEFORE-CTEL
           MOVE BRKM-ADDRESS-1    TO WS-BEFORE-ADDR1
           MOVE BRKM-ADDRESS-2    TO WS-BEFORE-ADDR2
           MOVE BRKM-TAX-ID       TO WS-BEFORE-TAX-ID.
      *
      *    狀態僅收 A/S/T，統一編號須空白或八碼數字；其餘視同未
      *    確認，不寫檔。
       5000-CHECK-STATUS-CODE.
           IF NOT BRKM-ACTIVE AND NOT BRKM-SUSPENDED
              AND NOT BRKM-TERMINATED
               DISPLAY "STATUS MUST BE A, S OR T - NOT APPLIED"
               MOVE "N" TO WS-CONFIRM-CHOICE
           END-IF
           IF BRKM-TAX-ID NOT = SPACES
              AND BRKM-TAX-ID IS NOT NUMERIC
               DISPLAY "TAX ID MUST BE 8 DIGITS - NOT APPLIED"
               MOVE "N" TO WS-CONFIRM-CHOICE
           END-IF.
      *
       6000-WRITE-AUDIT-RECORD.
           MOVE WS-BROKER-ID      TO BRKA-BROKER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO BRKA-CHANGE-DATE
           MOVE WS-OPERATOR-ID    TO BRKA-OPERATOR-ID
           MOVE WS-BEFORE-STATUS  TO BRKA-BEFORE-STATUS
           MOVE BRKM-STATUS       TO BRKA-AFTER-STATUS
           MOVE WS-BEFORE-EXPIRY  TO BRKA-BEFORE-EXPIRY
           MOVE BRKM-AGREE-EXPIRY TO BRKA-AFTER-EXPIRY
           MOVE WS-BEFORE-ACCOUNT TO BRKA-BEFORE-ACCOUNT
           MOVE SPACES            TO BRKA-AFTER-ACCOUNT
           STRING BRKM-SETL-BANK BRKM-SETL-ACCOUNT
               DELIMITED BY SIZE INTO BRKA-AFTER-ACCOUNT
           END-STRING
           MOVE WS-BEFORE-NAME    TO BRKA-BEFORE-NAME
           MOVE BRKM-NAME         TO BRKA-AFTER-NAME
           MOVE WS-BEFORE-CONTACT TO BRKA-BEFORE-CONTACT
           MOVE SPACES            TO BRKA-AFTER-CONTACT
           STRING BRKM-CONTACT-NAME BRKM-CONTACT-TEL
               DELIMITED BY SIZE INTO BRKA-AFTER-CONTACT
           END-STRING
           MOVE WS-BEFORE-ADDRESS TO BRKA-BEFORE-ADDRESS
           MOVE SPACES            TO BRKA-AFTER-ADDRESS
           STRING BRKM-ADDRESS-1 BRKM-ADDRESS-2
               DELIMITED BY SIZE INTO BRKA-AFTER-ADDRESS
           END-STRING
           MOVE WS-BEFORE-TAX-ID  TO BRKA-BEFORE-TAX-ID
           MOVE BRKM-TAX-ID       TO BRKA-AFTER-TAX-ID
           WRITE BRK-AUDIT-REC.
