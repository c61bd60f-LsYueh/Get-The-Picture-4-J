      * 檔案名稱：ETFROLL
      *---------------------------------------------------------------
      * ETF 主檔排程異動生效
      * ETFMAINT 鍵入之生效日晚於當日之上市/暫停/恢復異動記於
      * 排程欄（ETFM-PEND-STATUS/ETFM-PEND-DATE）。本程式於每日
      * 流程 M05GATE 之前執行，依營業日控制卡（BUSDATE）循序掃描
      * ETF 主檔：排程生效日不晚於營業日者套用排程狀態；清算
      * 終止（'T'）則於營業日晚於下市日（ETFM-DELIST-DATE）時
      * 套用 - 下市日當日仍屬上市。每筆套用寫 ETFAUD 稽核（動作
      * 'P'，經辦代號 'ETFROLL'）並列印。另列示清算中基金之最後
      * 申購/買回/下市日供作業提醒。同日多次執行結果相同。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETFROLL.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETF-MASTER-FILE ASSIGN TO "ETFMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETFM-ETF-ID.
           SELECT OPTIONAL ETF-AUDIT-FILE ASSIGN TO "ETFAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLL-RPT     ASSIGN TO "ETFLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ETF-MASTER-FILE
           RECORDING MODE IS F.
           COPY "etfmst.cpy".
      *
       FD  ETF-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "etfaud.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  ROLL-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-DUE-SW       PIC X(01) VALUE 'N'.
               88  WS-DUE                VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-READ-CNT     PIC 9(05) VALUE ZERO.
           05  WS-APPLIED-CNT  PIC 9(05) VALUE ZERO.
           05  WS-LIQ-CNT      PIC 9(05) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-BEFORE-STATUS    PIC X(01) VALUE SPACE.
       01  WS-EFF-DATE         PIC 9(08) VALUE ZERO.
      *
       01  RPT-APPLIED.
           05  FILLER          PIC X(09) VALUE " APPLIED ".
           05  FILLER          PIC X(07) VALUE "ETF-ID=".
           05  RPT-A-ETF-ID    PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-A-NAME      PIC X(30).
           05  FILLER          PIC X(08) VALUE " STATUS ".
           05  RPT-A-BEFORE    PIC X(01).
           05  FILLER          PIC X(04) VALUE " -> ".
           05  RPT-A-AFTER     PIC X(01).
           05  FILLER          PIC X(11) VALUE " EFFECTIVE ".
           05  RPT-A-EFF-DATE  PIC 9(08).
       01  RPT-LIQUIDATING.
           05  FILLER          PIC X(13) VALUE " LIQUIDATING ".
           05  FILLER          PIC X(07) VALUE "ETF-ID=".
           05  RPT-L-ETF-ID    PIC X(06).
           05  FILLER          PIC X(15) VALUE " LAST-CREATION=".
           05  RPT-L-CREATE    PIC 9(08).
           05  FILLER          PIC X(17) VALUE " LAST-REDEMPTION=".
           05  RPT-L-REDEEM    PIC 9(08).
           05  FILLER          PIC X(10) VALUE " DELIST=".
           05  RPT-L-DELIST    PIC 9(08).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           PERFORM 1200-READ-BUSINESS-DATE
           OPEN I-O    ETF-MASTER-FILE
           OPEN EXTEND ETF-AUDIT-FILE
           OPEN OUTPUT ROLL-RPT
           MOVE "ETF MASTER SCHEDULED LIFECYCLE CHANGES" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-MASTER.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "ETFROLL ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.
      *
       2000-PROCESS-MASTER.
           ADD 1 TO WS-READ-CNT
           MOVE "N" TO WS-DUE-SW
           IF NOT ETFM-NO-PENDING
               IF ETFM-PEND-STATUS = "T"
                   IF ETFM-DELIST-DATE < WS-BUSINESS-DATE
                       SET WS-DUE TO TRUE
                       MOVE WS-BUSINESS-DATE TO WS-EFF-DATE
                   END-IF
               ELSE
                   IF ETFM-PEND-DATE <= WS-BUSINESS-DATE
                       SET WS-DUE TO TRUE
                       MOVE ETFM-PEND-DATE TO WS-EFF-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-DUE
               PERFORM 3000-APPLY-PENDING
           END-IF
           IF ETFM-DELIST-DATE NOT = ZERO AND NOT ETFM-TERMINATED
               PERFORM 4000-LIST-LIQUIDATING
           END-IF
           PERFORM 2100-READ-MASTER.
      *
       2100-READ-MASTER.
           READ ETF-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3000-APPLY-PENDING.
           MOVE ETFM-STATUS      TO WS-BEFORE-STATUS
           MOVE ETFM-PEND-STATUS TO ETFM-STATUS
           MOVE WS-EFF-DATE      TO ETFM-STATUS-DATE
           MOVE SPACE            TO ETFM-PEND-STATUS
           MOVE ZERO             TO ETFM-PEND-DATE
           REWRITE ETF-MASTER-REC
           ADD 1 TO WS-APPLIED-CNT
           MOVE ETFM-ETF-ID            TO ETFA-ETF-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO ETFA-CHANGE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ETFA-CHANGE-TIME
           MOVE "ETFROLL"              TO ETFA-OPERATOR-ID
           MOVE "P"                    TO ETFA-ACTION
           MOVE WS-EFF-DATE            TO ETFA-EFF-DATE
           MOVE "N"                    TO ETFA-SCHEDULED
           MOVE WS-BEFORE-STATUS       TO ETFA-BEFORE-STATUS
           MOVE ETFM-STATUS            TO ETFA-AFTER-STATUS
           MOVE ETFM-ETF-NAME          TO ETFA-ETF-NAME
           MOVE ETFM-LAST-CREATE-DATE  TO ETFA-LAST-CREATE-DATE
           MOVE ETFM-LAST-REDEEM-DATE  TO ETFA-LAST-REDEEM-DATE
           MOVE ETFM-DELIST-DATE       TO ETFA-DELIST-DATE
           WRITE ETF-AUDIT-REC
           MOVE SPACES           TO RPT-LINE
           MOVE ETFM-ETF-ID      TO RPT-A-ETF-ID
           MOVE ETFM-ETF-NAME    TO RPT-A-NAME
           MOVE WS-BEFORE-STATUS TO RPT-A-BEFORE
           MOVE ETFM-STATUS      TO RPT-A-AFTER
           MOVE WS-EFF-DATE      TO RPT-A-EFF-DATE
           MOVE RPT-APPLIED      TO RPT-LINE
           WRITE RPT-LINE.
      *
       4000-LIST-LIQUIDATING.
           ADD 1 TO WS-LIQ-CNT
           MOVE SPACES                TO RPT-LINE
           MOVE ETFM-ETF-ID           TO RPT-L-ETF-ID
           MOVE ETFM-LAST-CREATE-DATE TO RPT-L-CREATE
           MOVE ETFM-LAST-REDEEM-DATE TO RPT-L-REDEEM
           MOVE ETFM-DELIST-DATE      TO RPT-L-DELIST
           MOVE RPT-LIQUIDATING       TO RPT-LINE
           WRITE RPT-LINE.
      *
       9000-TERMINATE.
           CLOSE ETF-MASTER-FILE
           CLOSE ETF-AUDIT-FILE
           CLOSE ROLL-RPT
           DISPLAY "ETFROLL READ=" WS-READ-CNT
               " APPLIED=" WS-APPLIED-CNT
               " LIQUIDATING=" WS-LIQ-CNT.
