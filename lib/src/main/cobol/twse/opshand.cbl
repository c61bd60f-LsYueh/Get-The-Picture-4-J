      *   3. 共用例外檔（EXCPFILE）未結案件數，依嚴重度與來源
      *      程式分列；
      *   4. 回覆狀態主檔（ACKMSTR）'U' 對不上筆數；
      *   5. 交割違約主檔（FAILMSTR）未結違約筆數（已補購結案者
      *      不計）；
      *   6. 待覆核異動佇列（PENDCHG）鍵入逾一日仍未核准或退回
      *      之筆數與明細（M02CORR/TOLMAINT/CUSTMNT 雙人覆核）；
      *   7. 近 24 小時內 ALRTNTFY 已通報之警示（ALRTLOG），供接班
      *      人員知道夜間哪些事項已經通報、毋須重複聯絡；
      *   8. 值班表（DUTYROST）本班與次一排班班別之值班人員，及
      *      本班升級聯絡人與電話（本班未指定者醒目標示）。本班
      *      依執行時刻判定（00-08/08-16/16-24）；次班為值班表上
      *      本班之後最近一個有排班之班別（跨休市日亦然）。
      * 頁尾一行簽核欄，作法比照 CTLBAL 值班簽核頁。可於 CTLBAL
      * 之後排程執行，亦可隨時單獨執行。
      *---------------------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FAIL-FILE-IN ASSIGN TO "FAILIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE-IN ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-LOG-FILE ASSIGN TO "ALRTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUTY-ROSTER-FILE ASSIGN TO "DUTYROST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUTY-KEY.
           SELECT HAND-RPT     ASSIGN TO "OPSHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       FD  FAIL-FILE-IN
           RECORDING MODE IS F.
           COPY "failmstr.cpy".
      *
       FD  PEND-FILE-IN
           RECORDING MODE IS F.
       01  PEND-IN-REC         PIC X(185).
      *
       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.
       01  ALERT-LOG-IN-REC    PIC X(120).
      *
       FD  DUTY-ROSTER-FILE
           RECORDING MODE IS F.
           COPY "dutyrost.cpy".
      *
       FD  HAND-RPT
           RECORDING MODE IS F.
           05  WS-OPEN-CNT     PIC 9(05) VALUE ZERO.
           05  WS-UNMATCH-CNT  PIC 9(05) VALUE ZERO.
           05  WS-FAIL-CNT     PIC 9(05) VALUE ZERO.
           05  WS-AGED-CNT     PIC 9(05) VALUE ZERO.
           05  WS-ALERT-CNT    PIC 9(05) VALUE ZERO.
       01  WS-CKPT-STATE       PIC X(01) VALUE SPACE.
       01  WS-CARRY-M02        PIC S9(09) VALUE -1.
       01  WS-CARRY-M05        PIC S9(09) VALUE -1.
               10  WS-EXC-SEVERITY PIC X(01).
               10  WS-EXC-SOURCE   PIC X(08).
               10  WS-EXC-COUNT    PIC 9(05).
      *
      *    待覆核佇列：'P' 筆入表，有 'A'/'R' 者標示已結；
      *    鍵入至今逾 86400 秒者計為逾期。
       01  WS-NOW-DATE         PIC 9(08) VALUE ZERO.
       01  WS-NOW-TIME.
           05  WS-NOW-HH       PIC 9(02).
           05  WS-NOW-MM       PIC 9(02).
           05  WS-NOW-SS       PIC 9(02).
       01  WS-KEYED-TIME.
           05  WS-KEYED-HH     PIC 9(02).
           05  WS-KEYED-MM     PIC 9(02).
           05  WS-KEYED-SS     PIC 9(02).
       01  WS-AGE-SECONDS      PIC S9(11) VALUE ZERO.
       01  WS-AGE-FROM-DATE    PIC 9(08) VALUE ZERO.
           COPY "pendchg.cpy".
       01  WS-PEND-TABLE.
           05  WS-PND-CNT      PIC 9(04) VALUE ZERO.
           05  WS-PND-ENTRY OCCURS 500 TIMES
                   INDEXED BY PND-IDX.
               10  WS-PND-ITEM-ID  PIC X(32).
               10  WS-PND-KEY      PIC X(20).
               10  WS-PND-OPEN     PIC X(01).
      *
      *    近 24 小時已通報警示。
           COPY "alrtlog.cpy".
       01  WS-ALERT-TABLE.
           05  WS-ALR-CNT      PIC 9(04) VALUE ZERO.
           05  WS-ALR-ENTRY OCCURS 500 TIMES
                   INDEXED BY ALR-IDX.
               10  WS-ALR-REC      PIC X(120).
      *
      *    值班表：本班/次班鍵值與本班升級聯絡人。
       01  WS-CUR-SHIFT        PIC X(01) VALUE SPACE.
       01  WS-LIST-DATE        PIC 9(08) VALUE ZERO.
       01  WS-LIST-SHIFT       PIC X(01) VALUE SPACE.
       01  WS-LIST-CNT         PIC 9(03) VALUE ZERO.
       01  WS-ON-DUTY-CNT      PIC 9(03) VALUE ZERO.
       01  WS-ESC-FOUND-SW     PIC X(01) VALUE 'N'.
           88  WS-ESC-FOUND              VALUE 'Y'.
       01  WS-ESC-EMP-ID       PIC 9(05) VALUE ZERO.
       01  WS-ESC-OPER-ID      PIC X(08) VALUE SPACES.
       01  WS-ESC-TEL          PIC X(15) VALUE SPACES.
      *
       01  RPT-SUMMARY-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-E-SOURCE    PIC X(08).
           05  FILLER          PIC X(07) VALUE " OPEN=".
           05  RPT-E-COUNT     PIC Z(4)9.
       01  RPT-PEND-DETAIL.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-P-FUNCTION  PIC X(08).
           05  FILLER          PIC X(05) VALUE " KEY=".
           05  RPT-P-KEY       PIC X(20).
           05  FILLER          PIC X(10) VALUE " KEYED BY ".
           05  RPT-P-MAKER     PIC X(08).
           05  FILLER          PIC X(04) VALUE " ON ".
           05  RPT-P-DATE      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-P-TIME      PIC 9(06).
       01  RPT-SHIFT-HEAD.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-H-LABEL     PIC X(14).
           05  RPT-H-DATE      PIC 9(08).
           05  FILLER          PIC X(07) VALUE " SHIFT ".
           05  RPT-H-SHIFT     PIC X(01).
           05  FILLER          PIC X(02) VALUE " (".
           05  RPT-H-HOURS     PIC X(11).
           05  FILLER          PIC X(01) VALUE ")".
       01  RPT-DUTY-DETAIL.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  FILLER          PIC X(04) VALUE "EMP=".
           05  RPT-U-EMP-ID    PIC 9(05).
           05  FILLER          PIC X(06) VALUE " OPER=".
           05  RPT-U-OPER-ID   PIC X(08).
           05  FILLER          PIC X(05) VALUE " TEL=".
           05  RPT-U-TEL       PIC X(15).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-U-ESCALATE  PIC X(12).
       01  RPT-ESCALATION-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(20) VALUE "ESCALATION CONTACT: ".
           05  FILLER          PIC X(04) VALUE "EMP=".
           05  RPT-C-EMP-ID    PIC 9(05).
           05  FILLER          PIC X(06) VALUE " OPER=".
           05  RPT-C-OPER-ID   PIC X(08).
           05  FILLER          PIC X(05) VALUE " TEL=".
           05  RPT-C-TEL       PIC X(15).
       01  RPT-ALERT-DETAIL.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-L-DATE      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-TIME      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-GROUP     PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-SEVERITY  PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-SOURCE    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-TEXT      PIC X(60).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 4000-SUMMARIZE-EXCEPTIONS
           PERFORM 5000-COUNT-UNMATCHED-ACKS
           PERFORM 6000-COUNT-OPEN-FAILS
           PERFORM 6500-LOAD-PENDING-CHANGES
           PERFORM 6950-LOAD-RECENT-ALERTS
           PERFORM 7000-PRINT-HANDOVER-PAGE
           PERFORM 9000-TERMINATE
           IF NOT WS-CLEAN
           OPEN INPUT FAIL-FILE-IN
           PERFORM 6100-READ-FAIL
           PERFORM UNTIL WS-EOF
               IF NOT FM-BOUGHT-IN
                   ADD 1 TO WS-FAIL-CNT
               END-IF
               PERFORM 6100-READ-FAIL
           END-PERFORM
           CLOSE FAIL-FILE-IN
           READ FAIL-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       6500-LOAD-PENDING-CHANGES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME
           OPEN INPUT PEND-FILE-IN
           PERFORM 6600-READ-PENDING
           PERFORM UNTIL WS-EOF
               IF PCH-PENDING
                   PERFORM 6700-ADD-PENDING-ENTRY
               ELSE
                   PERFORM 6800-CLOSE-PENDING-ENTRY
               END-IF
               PERFORM 6600-READ-PENDING
           END-PERFORM
           CLOSE PEND-FILE-IN
           MOVE "N" TO WS-EOF-SW
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-OPEN (PND-IDX) = "Y"
                   MOVE WS-PND-ITEM-ID (PND-IDX) TO PCH-ITEM-ID
                   MOVE PCH-MAKER-DATE       TO WS-AGE-FROM-DATE
                   MOVE PCH-MAKER-TIME (1:6) TO WS-KEYED-TIME
                   PERFORM 6900-COMPUTE-AGE
                   IF WS-AGE-SECONDS > 86400
                       ADD 1 TO WS-AGED-CNT
                   ELSE
                       MOVE "N" TO WS-PND-OPEN (PND-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      *
       6600-READ-PENDING.
           READ PEND-FILE-IN INTO PEND-CHANGE-REC
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       6700-ADD-PENDING-ENTRY.
           IF WS-PND-CNT >= 500
               DISPLAY "OPSHAND ABEND - PENDING TABLE FULL AT 500 "
                   "ENTRIES, RAISE WS-PND-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PND-CNT
           SET PND-IDX TO WS-PND-CNT
           MOVE PCH-ITEM-ID  TO WS-PND-ITEM-ID (PND-IDX)
           MOVE PCH-ITEM-KEY TO WS-PND-KEY (PND-IDX)
           MOVE "Y"          TO WS-PND-OPEN (PND-IDX).
      *
       6800-CLOSE-PENDING-ENTRY.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-ITEM-ID (PND-IDX) = PCH-ITEM-ID
                   MOVE "N" TO WS-PND-OPEN (PND-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    WS-AGE-FROM-DATE + WS-KEYED-TIME 至今秒數（跨日以日序
      *    差乘 86400）。
       6900-COMPUTE-AGE.
           COMPUTE WS-AGE-SECONDS =
               (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
                - FUNCTION INTEGER-OF-DATE (WS-AGE-FROM-DATE)) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS
               - WS-KEYED-HH * 3600 - WS-KEYED-MM * 60 - WS-KEYED-SS.
      *
      *    發送時刻在 24 小時內之已發警示入表，依發送順序列印。
       6950-LOAD-RECENT-ALERTS.
           OPEN INPUT ALERT-LOG-FILE
           PERFORM 6960-READ-ALERT-LOG
           PERFORM UNTIL WS-EOF
               MOVE ALG-SENT-DATE TO WS-AGE-FROM-DATE
               MOVE ALG-SENT-TIME TO WS-KEYED-TIME
               PERFORM 6900-COMPUTE-AGE
               IF WS-AGE-SECONDS <= 86400
                   IF WS-ALR-CNT >= 500
                       DISPLAY "OPSHAND ABEND - ALERT TABLE FULL AT "
                           "500 ENTRIES, RAISE WS-ALR-ENTRY OCCURS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ALR-CNT
                   SET ALR-IDX TO WS-ALR-CNT
                   MOVE ALERT-LOG-REC TO WS-ALR-REC (ALR-IDX)
               END-IF
               PERFORM 6960-READ-ALERT-LOG
           END-PERFORM
           CLOSE ALERT-LOG-FILE
           MOVE "N" TO WS-EOF-SW
           MOVE WS-ALR-CNT TO WS-ALERT-CNT.
      *
       6960-READ-ALERT-LOG.
           READ ALERT-LOG-FILE INTO ALERT-LOG-REC
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       7000-PRINT-HANDOVER-PAGE.
           MOVE SPACES TO RPT-LINE
           MOVE RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "CHANGES AWAITING APPROVAL > 1 DAY" TO RPT-S-LABEL
           MOVE WS-AGED-CNT TO RPT-S-VALUE
           IF WS-AGED-CNT = ZERO
               MOVE "CLEAN" TO RPT-S-FLAG
           ELSE
               MOVE "** APPROVE OR REJECT **" TO RPT-S-FLAG
               MOVE "N" TO WS-CLEAN-SW
           END-IF
           MOVE RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CNT
               IF WS-PND-OPEN (PND-IDX) = "Y"
                   MOVE WS-PND-ITEM-ID (PND-IDX) TO PCH-ITEM-ID
                   MOVE SPACES TO RPT-LINE
                   MOVE PCH-FUNCTION          TO RPT-P-FUNCTION
                   MOVE WS-PND-KEY (PND-IDX)  TO RPT-P-KEY
                   MOVE PCH-MAKER-ID          TO RPT-P-MAKER
                   MOVE PCH-MAKER-DATE        TO RPT-P-DATE
                   MOVE PCH-MAKER-TIME (1:6)  TO RPT-P-TIME
                   MOVE RPT-PEND-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           MOVE "ALERTS ESCALATED IN LAST 24 HOURS" TO RPT-S-LABEL
           MOVE WS-ALERT-CNT TO RPT-S-VALUE
           IF WS-ALERT-CNT = ZERO
               MOVE "NONE SENT" TO RPT-S-FLAG
           ELSE
               MOVE "ALREADY NOTIFIED" TO RPT-S-FLAG
           END-IF
           MOVE RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING ALR-IDX FROM 1 BY 1
                   UNTIL ALR-IDX > WS-ALR-CNT
               MOVE WS-ALR-REC (ALR-IDX) TO ALERT-LOG-REC
               MOVE SPACES             TO RPT-LINE
               MOVE ALG-SENT-DATE      TO RPT-L-DATE
               MOVE ALG-SENT-TIME      TO RPT-L-TIME
               MOVE ALG-GROUP          TO RPT-L-GROUP
               MOVE ALG-SEVERITY       TO RPT-L-SEVERITY
               MOVE ALG-SOURCE-PGM     TO RPT-L-SOURCE
               MOVE ALG-TEXT           TO RPT-L-TEXT
               MOVE RPT-ALERT-DETAIL   TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           PERFORM 7500-PRINT-DUTY-ROSTER
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-CLEAN
               MOVE " ALL CLEAR - OPERATOR SIGN-OFF: _________"
                  & "WITHOUT FOLLOW-UP ***" TO RPT-LINE
           END-IF
           WRITE RPT-LINE.
      *
      *    值班表僅供聯絡，不影響交接頁是否乾淨。
       7500-PRINT-DUTY-ROSTER.
           EVALUATE TRUE
               WHEN WS-NOW-HH < 8
                   MOVE "1" TO WS-CUR-SHIFT
               WHEN WS-NOW-HH < 16
                   MOVE "2" TO WS-CUR-SHIFT
               WHEN OTHER
                   MOVE "3" TO WS-CUR-SHIFT
           END-EVALUATE
           OPEN INPUT DUTY-ROSTER-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "N" TO WS-ESC-FOUND-SW
           MOVE "CURRENT SHIFT" TO RPT-H-LABEL
           MOVE WS-NOW-DATE     TO WS-LIST-DATE
           MOVE WS-CUR-SHIFT    TO WS-LIST-SHIFT
           PERFORM 7600-LIST-SHIFT-STAFF
           MOVE WS-LIST-CNT TO WS-ON-DUTY-CNT
           IF WS-ESC-FOUND
               MOVE SPACES         TO RPT-LINE
               MOVE WS-ESC-EMP-ID  TO RPT-C-EMP-ID
               MOVE WS-ESC-OPER-ID TO RPT-C-OPER-ID
               MOVE WS-ESC-TEL     TO RPT-C-TEL
               MOVE RPT-ESCALATION-LINE TO RPT-LINE
           ELSE
               MOVE " ESCALATION CONTACT: ** NONE ROSTERED FOR CURRENT "
                  & "SHIFT **" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
      *    次班 = 本班最後可能鍵值之後第一筆所屬之日期+班別。
           MOVE WS-NOW-DATE  TO DUTY-DATE
           MOVE WS-CUR-SHIFT TO DUTY-SHIFT
           MOVE 99999        TO DUTY-EMP-ID
           MOVE "N" TO WS-FOUND-SW
           START DUTY-ROSTER-FILE KEY > DUTY-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ DUTY-ROSTER-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END SET WS-FOUND TO TRUE
                   END-READ
           END-START
           IF WS-FOUND
               MOVE "NEXT SHIFT"  TO RPT-H-LABEL
               MOVE DUTY-DATE     TO WS-LIST-DATE
               MOVE DUTY-SHIFT    TO WS-LIST-SHIFT
               PERFORM 7600-LIST-SHIFT-STAFF
           ELSE
               MOVE " NEXT SHIFT    ** NOTHING ROSTERED **" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE DUTY-ROSTER-FILE.
      *
      *    列印指定日期+班別之值班人員；本班之升級聯絡人另存。
       7600-LIST-SHIFT-STAFF.
           MOVE SPACES        TO RPT-LINE
           MOVE WS-LIST-DATE  TO RPT-H-DATE
           MOVE WS-LIST-SHIFT TO RPT-H-SHIFT
           EVALUATE WS-LIST-SHIFT
               WHEN "1"
                   MOVE "00:00-08:00" TO RPT-H-HOURS
               WHEN "2"
                   MOVE "08:00-16:00" TO RPT-H-HOURS
               WHEN OTHER
                   MOVE "16:00-24:00" TO RPT-H-HOURS
           END-EVALUATE
           MOVE RPT-SHIFT-HEAD TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-LIST-CNT
           MOVE WS-LIST-DATE  TO DUTY-DATE
           MOVE WS-LIST-SHIFT TO DUTY-SHIFT
           MOVE ZERO          TO DUTY-EMP-ID
           MOVE "N" TO WS-EOF-SW
           START DUTY-ROSTER-FILE KEY >= DUTY-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ DUTY-ROSTER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF DUTY-DATE NOT = WS-LIST-DATE
                          OR DUTY-SHIFT NOT = WS-LIST-SHIFT
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 7700-PRINT-DUTY-STAFF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SW
           IF WS-LIST-CNT = ZERO
               MOVE "   ** NO ONE ROSTERED **" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       7700-PRINT-DUTY-STAFF.
           ADD 1 TO WS-LIST-CNT
           MOVE SPACES           TO RPT-LINE
           MOVE DUTY-EMP-ID      TO RPT-U-EMP-ID
           MOVE DUTY-OPER-ID     TO RPT-U-OPER-ID
           MOVE DUTY-CONTACT-TEL TO RPT-U-TEL
           IF DUTY-ESCALATION-CONTACT
               MOVE "(ESCALATION)" TO RPT-U-ESCALATE
               IF WS-LIST-DATE = WS-NOW-DATE
                  AND WS-LIST-SHIFT = WS-CUR-SHIFT
                   SET WS-ESC-FOUND TO TRUE
                   MOVE DUTY-EMP-ID      TO WS-ESC-EMP-ID
                   MOVE DUTY-OPER-ID     TO WS-ESC-OPER-ID
                   MOVE DUTY-CONTACT-TEL TO WS-ESC-TEL
               END-IF
           ELSE
               MOVE SPACES TO RPT-U-ESCALATE
           END-IF
           MOVE RPT-DUTY-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
      *
       9000-TERMINATE.
           CLOSE HAND-RPT
               " OUT-OF-BALANCE=" WS-OOB-CNT
               " OPEN-EXCP=" WS-OPEN-CNT
               " UNMATCHED-ACK=" WS-UNMATCH-CNT
               " OPEN-FAILS=" WS-FAIL-CNT
               " AGED-PENDING=" WS-AGED-CNT
               " ALERTS-SENT=" WS-ALERT-CNT
               " ON-DUTY=" WS-ON-DUTY-CNT.
      *
