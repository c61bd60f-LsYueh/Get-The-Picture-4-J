      * 檔案名稱：ALRTNTFY
      *---------------------------------------------------------------
      * 警示通報（傳呼/電郵閘道）
      * 高嚴重度例外、控制合計對不上及進件步驟異常結束，過去要到
      * 次晨開報表才看得到。本程式於 m02m05jb.jcl 各關鍵點之後
      * 執行，將應通報事項以閘道固定格式寫至 ALRTMSG：
      *   1. 觸發卡（ALRTPARM）有程式名者：該步驟以 RETURN-CODE 8
      *      以上（或異常）結束，由 JCL IF 條件帶起，發一則步驟
      *      異常警示；
      *   2. 觸發卡空白或無卡者：掃描共用例外檔（EXCPIN）未簽收之
      *      高嚴重度（'H'）項目，及控制合計檔（CTLFILE）各段承前
      *      筆數勾稽（算法與 CTLBAL 相同），對不上者各發一則。
      * 收件群組依來源程式查警示收件群組表（ALRTGRP），無者送
      * 值班群組 OPSDUTY。同一營業日（BUSDATE）同類別、同來源
      * 程式、同鍵值已發過者（已發警示紀錄 ALRTLOG）不再重發；
      * 每發一則附加一筆至 ALRTLOG，供 OPSHAND 交接頁列示夜間已
      * 通報事項。總帳等其他批次流程亦可於步驟後以相同觸發卡
      * 帶起本程式。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTNTFY.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE-IN ASSIGN TO "ALRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GROUP-FILE ASSIGN TO "ALRTGRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCP-FILE-IN ASSIGN TO "EXCPIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOG-FILE-IN ASSIGN TO "ALRTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOG-FILE-OUT ASSIGN TO "ALRTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MSG-FILE ASSIGN TO "ALRTMSG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-TRIGGER-PGM    PIC X(08).
           05  PARM-TRIGGER-STEP   PIC X(08).
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  GROUP-FILE
           RECORDING MODE IS F.
       01  GROUP-REC.
           05  GRP-SOURCE-PGM      PIC X(08).
           05  GRP-RECIPIENT       PIC X(08).
      *
       FD  EXCP-FILE-IN
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       FD  CTL-FILE
           RECORDING MODE IS F.
           COPY "ctlrec.cpy".
      *
       FD  LOG-FILE-IN
           RECORDING MODE IS F.
       01  LOG-IN-REC          PIC X(120).
      *
       FD  LOG-FILE-OUT
           RECORDING MODE IS F.
       01  LOG-OUT-REC         PIC X(120).
      *
       FD  MSG-FILE
           RECORDING MODE IS F.
           COPY "alrtmsg.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-TRIGGER-SW   PIC X(01) VALUE 'N'.
               88  WS-TRIGGERED          VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-SENT-CNT     PIC 9(05) VALUE ZERO.
           05  WS-SUPPRESS-CNT PIC 9(05) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-CARRY-M02        PIC S9(09) VALUE -1.
       01  WS-CARRY-M05        PIC S9(09) VALUE -1.
       01  WS-CARRY            PIC S9(09) VALUE -1.
       01  WS-EDIT-CNT         PIC Z(8)9.
       01  WS-EDIT-PRIOR       PIC Z(8)9.
      *
      *    待發警示（組好後交 5000-SEND-ALERT 判斷是否重發）。
       01  WS-ALERT.
           05  WS-AL-TYPE      PIC X(01).
           05  WS-AL-SOURCE    PIC X(08).
           05  WS-AL-KEY       PIC X(20).
           05  WS-AL-SEVERITY  PIC X(01).
           05  WS-AL-TEXT      PIC X(60).
       01  WS-AL-GROUP         PIC X(08).
      *
           COPY "alrtlog.cpy".
      *
      *    收件群組表：來源程式 -> 群組。
       01  WS-GROUP-TABLE.
           05  WS-GRP-CNT      PIC 9(04) VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS 200 TIMES
                   INDEXED BY GRP-IDX.
               10  WS-GRP-SOURCE   PIC X(08).
               10  WS-GRP-GROUP    PIC X(08).
      *
      *    當營業日已發警示：類別+來源程式+鍵值。
       01  WS-SENT-TABLE.
           05  WS-SNT-CNT      PIC 9(04) VALUE ZERO.
           05  WS-SNT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY SNT-IDX.
               10  WS-SNT-TYPE     PIC X(01).
               10  WS-SNT-SOURCE   PIC X(08).
               10  WS-SNT-KEY      PIC X(20).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-TRIGGERED
               PERFORM 2000-ALERT-STEP-FAILURE
           ELSE
               PERFORM 3000-SCAN-EXCEPTIONS
               PERFORM 4000-SCAN-CTL-BALANCE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1100-READ-BUSINESS-DATE
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END CONTINUE
               NOT AT END
                   IF PARM-TRIGGER-PGM NOT = SPACES
                       SET WS-TRIGGERED TO TRUE
                   END-IF
           END-READ
           CLOSE PARM-FILE-IN
           PERFORM 1200-LOAD-GROUP-TABLE
           PERFORM 1300-LOAD-SENT-LOG
           OPEN EXTEND LOG-FILE-OUT
           OPEN EXTEND MSG-FILE.
      *
       1100-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "ALRTNTFY ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.
      *
       1200-LOAD-GROUP-TABLE.
           OPEN INPUT GROUP-FILE
           PERFORM 1210-READ-GROUP
           PERFORM UNTIL WS-EOF
               IF WS-GRP-CNT >= 200
                   DISPLAY "ALRTNTFY ABEND - GROUP TABLE FULL AT 200 "
                       "ENTRIES, RAISE WS-GRP-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRP-CNT
               SET GRP-IDX TO WS-GRP-CNT
               MOVE GRP-SOURCE-PGM TO WS-GRP-SOURCE (GRP-IDX)
               MOVE GRP-RECIPIENT  TO WS-GRP-GROUP (GRP-IDX)
               PERFORM 1210-READ-GROUP
           END-PERFORM
           CLOSE GROUP-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       1210-READ-GROUP.
           READ GROUP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    僅載入當營業日之已發紀錄，前日者不影響今日通報。
       1300-LOAD-SENT-LOG.
           OPEN INPUT LOG-FILE-IN
           PERFORM 1310-READ-LOG
           PERFORM UNTIL WS-EOF
               IF ALG-BUS-DATE = WS-BUSINESS-DATE
                   PERFORM 1320-ADD-SENT-ENTRY
               END-IF
               PERFORM 1310-READ-LOG
           END-PERFORM
           CLOSE LOG-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       1310-READ-LOG.
           READ LOG-FILE-IN INTO ALERT-LOG-REC
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       1320-ADD-SENT-ENTRY.
           IF WS-SNT-CNT >= 2000
               DISPLAY "ALRTNTFY ABEND - SENT TABLE FULL AT 2000 "
                   "ENTRIES, RAISE WS-SNT-ENTRY OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SNT-CNT
           SET SNT-IDX TO WS-SNT-CNT
           MOVE ALG-ALERT-TYPE TO WS-SNT-TYPE (SNT-IDX)
           MOVE ALG-SOURCE-PGM TO WS-SNT-SOURCE (SNT-IDX)
           MOVE ALG-ALERT-KEY  TO WS-SNT-KEY (SNT-IDX).
      *
       2000-ALERT-STEP-FAILURE.
           MOVE SPACES            TO WS-ALERT
           MOVE "R"               TO WS-AL-TYPE
           MOVE PARM-TRIGGER-PGM  TO WS-AL-SOURCE
           MOVE PARM-TRIGGER-STEP TO WS-AL-KEY
           MOVE "H"               TO WS-AL-SEVERITY
           STRING "STEP " PARM-TRIGGER-STEP " (" PARM-TRIGGER-PGM
                  ") RC>=8 OR ABEND - SEE JOB LOG"
               DELIMITED BY SIZE INTO WS-AL-TEXT
           END-STRING
           PERFORM 5000-SEND-ALERT.
      *
      *    未簽收（'U'）之高嚴重度例外；已簽收者值班已在處理。
       3000-SCAN-EXCEPTIONS.
           OPEN INPUT EXCP-FILE-IN
           PERFORM 3100-READ-EXCEPTION
           PERFORM UNTIL WS-EOF
               IF EXCP-SEVERITY = "H" AND EXCP-STATUS = "U"
                   MOVE SPACES          TO WS-ALERT
                   MOVE "E"             TO WS-AL-TYPE
                   MOVE EXCP-SOURCE-PGM TO WS-AL-SOURCE
                   MOVE EXCP-KEY        TO WS-AL-KEY
                   MOVE EXCP-SEVERITY   TO WS-AL-SEVERITY
                   MOVE EXCP-TEXT       TO WS-AL-TEXT
                   PERFORM 5000-SEND-ALERT
               END-IF
               PERFORM 3100-READ-EXCEPTION
           END-PERFORM
           CLOSE EXCP-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       3100-READ-EXCEPTION.
           READ EXCP-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    勾稽算法與 CTLBAL 相同（承前寫出 = 次步讀入），對不上
      *    之段以讀入之步驟程式為來源發警示。
       4000-SCAN-CTL-BALANCE.
           OPEN INPUT CTL-FILE
           PERFORM 4100-READ-CTL
           PERFORM UNTIL WS-EOF
               IF CTL-PROGRAM = "M05VERS"
                   MOVE -1 TO WS-CARRY-M02
                   MOVE -1 TO WS-CARRY-M05
               END-IF
               IF CTL-FILE-TAG = "M02"
                   MOVE WS-CARRY-M02 TO WS-CARRY
               ELSE
                   MOVE WS-CARRY-M05 TO WS-CARRY
               END-IF
               IF WS-CARRY >= ZERO AND CTL-READ-CNT NOT = WS-CARRY
                   PERFORM 4200-ALERT-OUT-OF-BALANCE
               END-IF
               IF CTL-WRITTEN-CNT > ZERO
                   IF CTL-FILE-TAG = "M02"
                       MOVE CTL-WRITTEN-CNT TO WS-CARRY-M02
                   ELSE
                       MOVE CTL-WRITTEN-CNT TO WS-CARRY-M05
                   END-IF
               END-IF
               PERFORM 4100-READ-CTL
           END-PERFORM
           CLOSE CTL-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       4100-READ-CTL.
           READ CTL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       4200-ALERT-OUT-OF-BALANCE.
           MOVE SPACES       TO WS-ALERT
           MOVE "B"          TO WS-AL-TYPE
           MOVE CTL-PROGRAM  TO WS-AL-SOURCE
           MOVE CTL-FILE-TAG TO WS-AL-KEY
           MOVE "H"          TO WS-AL-SEVERITY
           MOVE CTL-READ-CNT TO WS-EDIT-CNT
           MOVE WS-CARRY     TO WS-EDIT-PRIOR
           STRING CTL-FILE-TAG " HANDOFF OUT OF BALANCE - READ "
                  WS-EDIT-CNT " PRIOR WROTE " WS-EDIT-PRIOR
               DELIMITED BY SIZE INTO WS-AL-TEXT
           END-STRING
           PERFORM 5000-SEND-ALERT.
      *
      *    同營業日同類別、同來源、同鍵值已發者抑制不發。
       5000-SEND-ALERT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SNT-IDX FROM 1 BY 1
                   UNTIL SNT-IDX > WS-SNT-CNT
               IF WS-SNT-TYPE (SNT-IDX)   = WS-AL-TYPE
                  AND WS-SNT-SOURCE (SNT-IDX) = WS-AL-SOURCE
                  AND WS-SNT-KEY (SNT-IDX)    = WS-AL-KEY
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-SUPPRESS-CNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-FIND-GROUP
           MOVE SPACES                      TO ALERT-MSG-REC
           MOVE WS-AL-GROUP                 TO ALM-RECIPIENT-GROUP
           MOVE WS-AL-SEVERITY              TO ALM-SEVERITY
           MOVE WS-AL-SOURCE                TO ALM-SOURCE-PGM
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALM-MSG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ALM-MSG-TIME
           MOVE WS-AL-TEXT                  TO ALM-TEXT
           WRITE ALERT-MSG-REC
           MOVE WS-BUSINESS-DATE TO ALG-BUS-DATE
           MOVE WS-AL-TYPE       TO ALG-ALERT-TYPE
           MOVE WS-AL-SOURCE     TO ALG-SOURCE-PGM
           MOVE WS-AL-KEY        TO ALG-ALERT-KEY
           MOVE WS-AL-SEVERITY   TO ALG-SEVERITY
           MOVE WS-AL-GROUP      TO ALG-GROUP
           MOVE ALM-MSG-DATE     TO ALG-SENT-DATE
           MOVE ALM-MSG-TIME     TO ALG-SENT-TIME
           MOVE WS-AL-TEXT       TO ALG-TEXT
           WRITE LOG-OUT-REC FROM ALERT-LOG-REC
           PERFORM 1320-ADD-SENT-ENTRY
           ADD 1 TO WS-SENT-CNT.
      *
       5100-FIND-GROUP.
           MOVE "OPSDUTY" TO WS-AL-GROUP
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-GRP-CNT
               IF WS-GRP-SOURCE (GRP-IDX) = WS-AL-SOURCE
                   MOVE WS-GRP-GROUP (GRP-IDX) TO WS-AL-GROUP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       9000-TERMINATE.
           CLOSE LOG-FILE-OUT
           CLOSE MSG-FILE
           DISPLAY "ALRTNTFY SENT=" WS-SENT-CNT
               " SUPPRESSED=" WS-SUPPRESS-CNT.
