      * 檔案名稱：ROSTMNT
      *---------------------------------------------------------------
      * 作業值班表維護交易
      * OPSHAND 交接頁只說明未結事項，未說明誰在值班、出事找誰。
      * 本交易維護值班表主檔（DUTYROST，索引檔）：將 EMPMSTR 員工
      * 排入交易日之班別（A）、變更聯絡電話與升級聯絡人（C）、
      * 取消排班（D）。檢核：
      *   - 值班日須為交易日曆（CALFILE）之交易日，且不得早於
      *     今日（已過班別不回溯）；班別僅收 1/2/3；
      *   - 員工須在 EMPMSTR；INACTIVE 或 ON-LEAVE 者拒絕排班，
      *     亦不得變更為升級聯絡人；
      *   - 每班至多一位升級聯絡人，另有他人已指定者拒絕。
      * 員工於權限主檔（OPERROLE）無 ROLE-EXCP-HIGH 或 ROLE-CORRECT
      * 者仍可排班，僅提示 - 覆蓋不足由 ROSTCOV 報表揭露。
      * 每次維護寫前後值稽核（ROSTAUD，EXTEND 開啟）。
      * 權限檢核：簽到代號須在權限主檔、對應員工須在 EMPMSTR 且
      * ACTIVE、且具 ROLE-BATCH 維護權限；驗證失敗記 SECLOG。
      * 作法比照 BRKMAINT。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTMNT.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "DUTYROST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUTY-KEY.
           SELECT ROST-AUDIT-FILE ASSIGN TO "ROSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAL-FILE     ASSIGN TO "CALFILE"
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
       FD  ROSTER-FILE
           RECORDING MODE IS F.
           COPY "dutyrost.cpy".
      *
       FD  ROST-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "rostaud.cpy".
      *
       FD  CAL-FILE
           RECORDING MODE IS F.
           COPY "twsecal.cpy".
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
           05  WS-EDIT-SW      PIC X(01) VALUE 'Y'.
               88  WS-EDIT-OK            VALUE 'Y'.
           05  WS-TRADING-SW   PIC X(01) VALUE 'N'.
               88  WS-TRADING-DAY        VALUE 'Y'.
       01  WS-MAINT-CNT        PIC 9(05) VALUE ZERO.
       01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
       01  WS-OPER-VALID-SW    PIC X(01) VALUE 'N'.
           88  WS-OPER-VALID             VALUE 'Y'.
       01  WS-EMP-STATUS-SW    PIC X(01) VALUE 'N'.
           88  WS-EMP-FOUND              VALUE 'Y'.
       01  WS-REFUSE-REASON    PIC X(40) VALUE SPACES.
       01  WS-TODAY            PIC 9(08) VALUE ZERO.
      *
      *    權限主檔表格（含值班所需之高嚴重度結案/更正權限）。
       01  WS-ROLE-TABLE.
           05  WS-ROL-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ROL-ENTRY OCCURS 200 TIMES
                   INDEXED BY ROL-IDX.
               10  WS-ROL-OPER-ID  PIC X(08).
               10  WS-ROL-EMP-ID   PIC 9(5).
               10  WS-ROL-BATCH    PIC X(01).
               10  WS-ROL-EXCP-HIGH PIC X(01).
               10  WS-ROL-CORRECT  PIC X(01).
       01  WS-DUTY-OPER-ID     PIC X(08) VALUE SPACES.
       01  WS-ENTITLED-SW      PIC X(01) VALUE 'N'.
           88  WS-ENTITLED               VALUE 'Y'.
      *
       01  WS-ACTION-CHOICE    PIC X(01) VALUE SPACE.
       01  WS-DUTY-DATE        PIC 9(08) VALUE ZERO.
       01  WS-DUTY-SHIFT       PIC X(01) VALUE SPACE.
           88  WS-SHIFT-VALID            VALUE '1' '2' '3'.
       01  WS-DUTY-EMP-ID      PIC 9(05) VALUE ZERO.
       01  WS-MORE-CHOICE      PIC X(01) VALUE SPACE.
       01  WS-CONFIRM-CHOICE   PIC X(01) VALUE SPACE.
       01  WS-BEFORE-ESCALATE  PIC X(01) VALUE SPACE.
       01  WS-BEFORE-TEL       PIC X(15) VALUE SPACES.
      *    升級聯絡人檢查需循鍵讀同班其他筆，先存維護中之記錄。
       01  WS-DUTY-SAVE        PIC X(70) VALUE SPACES.
       01  WS-OTHER-EMP-ID     PIC 9(05) VALUE ZERO.
      *
       SCREEN SECTION.
       01  ROST-KEY-SCREEN.
           05  LINE 1  COL 1  VALUE "OPERATIONS DUTY ROSTER "
                                  & "MAINTENANCE".
           05  LINE 3  COL 1
                   VALUE "ACTION A=ASSIGN C=CHANGE D=REMOVE:".
           05  LINE 3  COL 36 PIC X(01) USING WS-ACTION-CHOICE.
           05  LINE 4  COL 1  VALUE "DUTY DATE (YYYYMMDD):".
           05  LINE 4  COL 23 PIC 9(08) USING WS-DUTY-DATE.
           05  LINE 5  COL 1  VALUE "SHIFT 1=00-08 2=08-16 3=16-24:".
           05  LINE 5  COL 32 PIC X(01) USING WS-DUTY-SHIFT.
           05  LINE 6  COL 1  VALUE "EMPLOYEE ID:".
           05  LINE 6  COL 14 PIC 9(05) USING WS-DUTY-EMP-ID.
      *
       01  ROST-DETAIL-SCREEN.
           05  LINE 8  COL 1  VALUE "OPERATOR ID   :".
           05  LINE 8  COL 17 PIC X(08) FROM DUTY-OPER-ID.
           05  LINE 9  COL 1  VALUE "CONTACT TEL   :".
           05  LINE 9  COL 17 PIC X(15) USING DUTY-CONTACT-TEL.
           05  LINE 10 COL 1  VALUE "ESCALATION Y/N:".
           05  LINE 10 COL 17 PIC X(01) USING DUTY-ESCALATE.
           05  LINE 12 COL 1  VALUE "CONFIRM (Y/N):".
           05  LINE 12 COL 16 PIC X(01) USING WS-CONFIRM-CHOICE.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 900-LOAD-ROLE-MASTER
           OPEN INPUT  EMPLOYEE-FILE
           OPEN EXTEND SEC-LOG-FILE
           PERFORM 1000-SIGN-ON-OPERATOR
           OPEN I-O    ROSTER-FILE
      *    稽核檔以 EXTEND 開啟，同日多位經辦接續維護時先前之
      *    稽核紀錄不可被覆蓋。
           OPEN EXTEND ROST-AUDIT-FILE
           PERFORM UNTIL WS-DONE
               PERFORM 2000-MAINTAIN-ONE-ENTRY
               PERFORM 2900-ASK-CONTINUE
           END-PERFORM
           CLOSE ROSTER-FILE
           CLOSE ROST-AUDIT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE SEC-LOG-FILE
           DISPLAY "ROSTMNT MAINTAINED=" WS-MAINT-CNT
           STOP RUN.
      *
       900-LOAD-ROLE-MASTER.
           OPEN INPUT ROLE-FILE-IN
           PERFORM 910-READ-ROLE
           PERFORM UNTIL WS-EOF
               IF WS-ROL-CNT >= 200
                   DISPLAY "ROSTMNT ABEND - ROLE TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-ROL-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROL-CNT
               SET ROL-IDX TO WS-ROL-CNT
               MOVE ROLE-OPER-ID   TO WS-ROL-OPER-ID (ROL-IDX)
               MOVE ROLE-EMP-ID    TO WS-ROL-EMP-ID (ROL-IDX)
               MOVE ROLE-BATCH     TO WS-ROL-BATCH (ROL-IDX)
               MOVE ROLE-EXCP-HIGH TO WS-ROL-EXCP-HIGH (ROL-IDX)
               MOVE ROLE-CORRECT   TO WS-ROL-CORRECT (ROL-IDX)
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
           MOVE "ROSTMNT"        TO SEC-PROGRAM
           MOVE WS-OPERATOR-ID   TO SEC-OPER-ID
           MOVE WS-REFUSE-REASON TO SEC-REASON
           WRITE SEC-LOG-REC.
      *
       2000-MAINTAIN-ONE-ENTRY.
           MOVE SPACE  TO WS-ACTION-CHOICE
           MOVE ZERO   TO WS-DUTY-DATE
           MOVE SPACE  TO WS-DUTY-SHIFT
           MOVE ZERO   TO WS-DUTY-EMP-ID
           DISPLAY ROST-KEY-SCREEN
           ACCEPT ROST-KEY-SCREEN
           PERFORM 2100-EDIT-KEY
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUTY-DATE   TO DUTY-DATE
           MOVE WS-DUTY-SHIFT  TO DUTY-SHIFT
           MOVE WS-DUTY-EMP-ID TO DUTY-EMP-ID
           READ ROSTER-FILE
               INVALID KEY     MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ
           EVALUATE WS-ACTION-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ASSIGN-EMPLOYEE
               WHEN "C"
               WHEN "c"
                   PERFORM 4000-CHANGE-ENTRY
               WHEN "D"
               WHEN "d"
                   PERFORM 4500-REMOVE-ENTRY
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C OR D"
           END-EVALUATE.
      *
      *    班別、值班日（不早於今日、須為交易日）檢核。
       2100-EDIT-KEY.
           MOVE "Y" TO WS-EDIT-SW
           IF NOT WS-SHIFT-VALID
               DISPLAY "SHIFT MUST BE 1, 2 OR 3"
               MOVE "N" TO WS-EDIT-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-DUTY-DATE < WS-TODAY
               DISPLAY "DUTY DATE " WS-DUTY-DATE
                   " IS BEFORE TODAY - PAST SHIFTS ARE NOT CHANGED"
               MOVE "N" TO WS-EDIT-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-CHECK-CALENDAR
           IF NOT WS-TRADING-DAY
               DISPLAY "DUTY DATE " WS-DUTY-DATE
                   " IS NOT A TRADING DAY ON CALFILE"
               MOVE "N" TO WS-EDIT-SW
           END-IF.
      *
       2200-CHECK-CALENDAR.
           MOVE "N" TO WS-TRADING-SW
           OPEN INPUT CAL-FILE
           PERFORM 2210-READ-CALENDAR
           PERFORM UNTIL WS-EOF
               IF CAL-DATE = WS-DUTY-DATE
                   IF CAL-TRADING
                       SET WS-TRADING-DAY TO TRUE
                   END-IF
                   SET WS-EOF TO TRUE
               ELSE
                   PERFORM 2210-READ-CALENDAR
               END-IF
           END-PERFORM
           CLOSE CAL-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2210-READ-CALENDAR.
           READ CAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2900-ASK-CONTINUE.
           DISPLAY "MAINTAIN ANOTHER ROSTER ENTRY (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-MORE-CHOICE
           IF WS-MORE-CHOICE NOT = "Y" AND WS-MORE-CHOICE NOT = "y"
               SET WS-DONE TO TRUE
           END-IF.
      *
       3000-ASSIGN-EMPLOYEE.
           IF WS-FOUND
               DISPLAY "EMPLOYEE " WS-DUTY-EMP-ID
                   " ALREADY ROSTERED FOR THIS SHIFT"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CHECK-EMPLOYEE
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES          TO DUTY-ROSTER-REC
           MOVE WS-DUTY-DATE    TO DUTY-DATE
           MOVE WS-DUTY-SHIFT   TO DUTY-SHIFT
           MOVE WS-DUTY-EMP-ID  TO DUTY-EMP-ID
           MOVE WS-DUTY-OPER-ID TO DUTY-OPER-ID
           MOVE "N"             TO DUTY-ESCALATE
           MOVE SPACE           TO WS-BEFORE-ESCALATE
           MOVE SPACES          TO WS-BEFORE-TEL
           MOVE SPACE           TO WS-CONFIRM-CHOICE
           DISPLAY ROST-DETAIL-SCREEN
           ACCEPT ROST-DETAIL-SCREEN
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-CHECK-ESCALATION
           IF WS-CONFIRM-CHOICE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY       TO DUTY-ASSIGN-DATE
           MOVE WS-OPERATOR-ID TO DUTY-ASSIGN-OPER
           WRITE DUTY-ROSTER-REC
               INVALID KEY
                   DISPLAY "ASSIGN FAILED - EMPLOYEE " WS-DUTY-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-CNT
                   MOVE "A" TO ROSA-ACTION
                   PERFORM 6000-WRITE-AUDIT-RECORD
           END-WRITE.
      *
      *    員工須在 EMPMSTR 且 ACTIVE：INACTIVE、ON-LEAVE 者拒絕。
      *    對應之操作員代號與值班權限取自權限主檔（同一員工有多
      *    個代號者，任一代號具權限即算）。
       3100-CHECK-EMPLOYEE.
           MOVE "Y" TO WS-EDIT-SW
           MOVE WS-DUTY-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY     MOVE 'N' TO WS-EMP-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-EMP-STATUS-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-EMP-FOUND
                   DISPLAY "EMPLOYEE " WS-DUTY-EMP-ID
                       " NOT ON EMPMSTR - NOT ROSTERED"
                   MOVE "N" TO WS-EDIT-SW
               WHEN INACTIVE
                   DISPLAY "EMPLOYEE " WS-DUTY-EMP-ID
                       " IS INACTIVE - NOT ROSTERED"
                   MOVE "N" TO WS-EDIT-SW
               WHEN ON-LEAVE
                   DISPLAY "EMPLOYEE " WS-DUTY-EMP-ID
                       " IS ON LEAVE - NOT ROSTERED"
                   MOVE "N" TO WS-EDIT-SW
               WHEN NOT ACTIVE
                   DISPLAY "EMPLOYEE " WS-DUTY-EMP-ID
                       " STATUS " EMP-STATUS " - NOT ROSTERED"
                   MOVE "N" TO WS-EDIT-SW
           END-EVALUATE
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DUTY-OPER-ID
           MOVE "N"    TO WS-ENTITLED-SW
           PERFORM VARYING ROL-IDX FROM 1 BY 1
                   UNTIL ROL-IDX > WS-ROL-CNT
               IF WS-ROL-EMP-ID (ROL-IDX) = WS-DUTY-EMP-ID
                   IF WS-DUTY-OPER-ID = SPACES
                       MOVE WS-ROL-OPER-ID (ROL-IDX) TO WS-DUTY-OPER-ID
                   END-IF
                   IF WS-ROL-EXCP-HIGH (ROL-IDX) = "Y"
                      OR WS-ROL-CORRECT (ROL-IDX) = "Y"
                       SET WS-ENTITLED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-ENTITLED
               DISPLAY "NOTE - EMPLOYEE " WS-DUTY-EMP-ID
                   " HOLDS NEITHER EXCP-HIGH NOR CORRECT ROLE"
           END-IF.
      *
       4000-CHANGE-ENTRY.
           IF NOT WS-FOUND
               DISPLAY "NOT ROSTERED - EMPLOYEE " WS-DUTY-EMP-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CHECK-EMPLOYEE
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE DUTY-ESCALATE    TO WS-BEFORE-ESCALATE
           MOVE DUTY-CONTACT-TEL TO WS-BEFORE-TEL
           MOVE SPACE TO WS-CONFIRM-CHOICE
           DISPLAY ROST-DETAIL-SCREEN
           ACCEPT ROST-DETAIL-SCREEN
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-CHECK-ESCALATION
           IF WS-CONFIRM-CHOICE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY       TO DUTY-ASSIGN-DATE
           MOVE WS-OPERATOR-ID TO DUTY-ASSIGN-OPER
           REWRITE DUTY-ROSTER-REC
               INVALID KEY
                   DISPLAY "CHANGE FAILED - EMPLOYEE " WS-DUTY-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-CNT
                   MOVE "C" TO ROSA-ACTION
                   PERFORM 6000-WRITE-AUDIT-RECORD
           END-REWRITE.
      *
      *    取消排班不檢員工狀態 - 離職/請假者正是要取消的對象。
       4500-REMOVE-ENTRY.
           IF NOT WS-FOUND
               DISPLAY "NOT ROSTERED - EMPLOYEE " WS-DUTY-EMP-ID
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REMOVE EMPLOYEE " WS-DUTY-EMP-ID " FROM "
               WS-DUTY-DATE " SHIFT " WS-DUTY-SHIFT " (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE NOT = "Y"
              AND WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           MOVE DUTY-ESCALATE    TO WS-BEFORE-ESCALATE
           MOVE DUTY-CONTACT-TEL TO WS-BEFORE-TEL
           DELETE ROSTER-FILE
               INVALID KEY
                   DISPLAY "REMOVE FAILED - EMPLOYEE " WS-DUTY-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-CNT
                   MOVE SPACE  TO DUTY-ESCALATE
                   MOVE SPACES TO DUTY-CONTACT-TEL
                   MOVE "D" TO ROSA-ACTION
                   PERFORM 6000-WRITE-AUDIT-RECORD
           END-DELETE.
      *
      *    升級聯絡人僅收 Y/N（空白視同 N）；指定 Y 時同日同班
      *    不得已有他人為升級聯絡人。不符者視同未確認，不寫檔。
       5000-CHECK-ESCALATION.
           IF DUTY-ESCALATE = SPACE OR "n"
               MOVE "N" TO DUTY-ESCALATE
           END-IF
           IF DUTY-ESCALATE = "y"
               MOVE "Y" TO DUTY-ESCALATE
           END-IF
           IF DUTY-ESCALATE NOT = "Y" AND DUTY-ESCALATE NOT = "N"
               DISPLAY "ESCALATION MUST BE Y OR N - NOT APPLIED"
               MOVE "N" TO WS-CONFIRM-CHOICE
               EXIT PARAGRAPH
           END-IF
           IF DUTY-ESCALATE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DUTY-ROSTER-REC TO WS-DUTY-SAVE
           MOVE ZERO TO WS-OTHER-EMP-ID
           MOVE ZERO TO DUTY-EMP-ID
           START ROSTER-FILE KEY >= DUTY-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ ROSTER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF DUTY-DATE NOT = WS-DUTY-DATE
                          OR DUTY-SHIFT NOT = WS-DUTY-SHIFT
                           SET WS-EOF TO TRUE
                       ELSE
                           IF DUTY-EMP-ID NOT = WS-DUTY-EMP-ID
                              AND DUTY-ESCALATION-CONTACT
                               MOVE DUTY-EMP-ID TO WS-OTHER-EMP-ID
                               SET WS-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SW
           MOVE WS-DUTY-SAVE TO DUTY-ROSTER-REC
           IF WS-OTHER-EMP-ID NOT = ZERO
               DISPLAY "EMPLOYEE " WS-OTHER-EMP-ID
                   " IS ALREADY THE ESCALATION CONTACT FOR THIS "
                   "SHIFT - NOT APPLIED"
               MOVE "N" TO WS-CONFIRM-CHOICE
           END-IF.
      *
       6000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ROSA-CHANGE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ROSA-CHANGE-TIME
           MOVE WS-OPERATOR-ID     TO ROSA-OPERATOR-ID
           MOVE WS-DUTY-DATE       TO ROSA-DUTY-DATE
           MOVE WS-DUTY-SHIFT      TO ROSA-SHIFT
           MOVE WS-DUTY-EMP-ID     TO ROSA-EMP-ID
           MOVE WS-BEFORE-ESCALATE TO ROSA-BEFORE-ESCALATE
           MOVE DUTY-ESCALATE      TO ROSA-AFTER-ESCALATE
           MOVE WS-BEFORE-TEL      TO ROSA-BEFORE-TEL
           MOVE DUTY-CONTACT-TEL   TO ROSA-AFTER-TEL
           WRITE ROST-AUDIT-REC.
