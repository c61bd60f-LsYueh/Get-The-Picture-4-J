      * 檔案名稱：AUDINQ
      *---------------------------------------------------------------
      * 彙總稽核軌跡查詢報表
      * 內稽問「某經辦上月改了什麼」時，須分別翻查各維護稽核檔、
      * 保安紀錄與例外簽收欄位，格式各不相同。本程式一次讀入下列
      * 軌跡，轉為同一格式（AUDEXT），依選擇條件篩選後依事件
      * 日期時刻排序（作法比照 M05FEEM 累計表排序），列印單一
      * 時序清單，含維護前後值、簽收/結案與拒絕簽到：
      *   EMPAUDIT（員工主檔，EMPMAINT/EMPBATCH，無經辦代號）、
      *   CUSTAUD（客戶主檔，CUSTMNT）、M02CAUD（M02 更正，
      *   M02CORR）、TOLAUD（警示容許值，TOLMAINT）、BRKAUD（參加
      *   人，BRKMAINT）、ACNTAUD（申請人帳戶，ACNTMNT）、CALAUD
      *   （交易日曆，CALMAINT）、ETFAUD（ETF 主檔，ETFMAINT/
      *   ETFROLL）、SECLOG（拒絕簽到/拒絕動作）、EXCPIN（例外
      *   工作清單之簽收/結案人員與日期）、PENDCHG（送覆核與
      *   覆核決定）、ROSTAUD（值班表，ROSTMNT）、PRODAUD（產品
      *   主檔及牌價，PRODMNT）、PERAUD（會計期間關帳/重開，
      *   PERCLOSE）。
      * 選擇條件卡（AUDPARM）：經辦代號（比對鍵入或覆核代號）、
      * 起迄日、程式名、記錄鍵值（前置比對，例如僅鍵券商代號即
      * 可查該券商全部 M02 更正），空白/零表示不限；抽檔旗標為
      * 'Y' 時另將排序後之結果寫至 AUDEXTR 供稽核人員自行分析。
      * 原軌跡無時刻者以零排於當日最前。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDINQ.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "AUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMP-AUDIT-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORR-AUDIT-FILE ASSIGN TO "M02CAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOL-AUDIT-FILE ASSIGN TO "TOLAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRK-AUDIT-FILE ASSIGN TO "BRKAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACNT-AUDIT-FILE ASSIGN TO "ACNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAL-AUDIT-FILE ASSIGN TO "CALAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ETF-AUDIT-FILE ASSIGN TO "ETFAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCP-FILE-IN ASSIGN TO "EXCPIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE-IN ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROST-AUDIT-FILE ASSIGN TO "ROSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROD-AUDIT-FILE ASSIGN TO "PRODAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PER-AUDIT-FILE ASSIGN TO "PERAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO "AUDEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDI-RPT     ASSIGN TO "AUDIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-OPERATOR-ID    PIC X(08).
           05  PARM-FROM-DATE      PIC 9(08).
           05  PARM-TO-DATE        PIC 9(08).
           05  PARM-PROGRAM        PIC X(08).
           05  PARM-KEY            PIC X(20).
           05  PARM-EXTRACT        PIC X(01).
      *
       FD  EMP-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "empaudit.cpy".
      *
       FD  CUST-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "custaud.cpy".
      *
       FD  CORR-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "m02caud.cpy".
      *
       FD  TOL-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "tolaud.cpy".
      *
       FD  BRK-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "brkaud.cpy".
      *
       FD  ACNT-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "acntaud.cpy".
      *
       FD  CAL-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "calaud.cpy".
      *
       FD  ETF-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "etfaud.cpy".
      *
       FD  SEC-LOG-FILE
           RECORDING MODE IS F.
           COPY "seclog.cpy".
      *
       FD  EXCP-FILE-IN
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       FD  PEND-FILE-IN
           RECORDING MODE IS F.
           COPY "pendchg.cpy".
      *
       FD  ROST-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "rostaud.cpy".
      *
       FD  PROD-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "prodaud.cpy".
      *
       FD  PER-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "peraud.cpy".
      *
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-OUT-REC     PIC X(148).
      *
       FD  AUDI-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-SELECT-SW    PIC X(01) VALUE 'N'.
               88  WS-SELECTED           VALUE 'Y'.
           05  WS-EXTRACT-SW   PIC X(01) VALUE 'N'.
               88  WS-EXTRACT            VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-READ-CNT     PIC 9(07) VALUE ZERO.
           05  WS-SELECTED-CNT PIC 9(07) VALUE ZERO.
       01  WS-FROM-DATE        PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE          PIC 9(08) VALUE 99999999.
       01  WS-KEY-LEN          PIC 9(02) VALUE ZERO.
       01  WS-KEY-TRAIL        PIC 9(02) VALUE ZERO.
       01  WS-SRC-NO           PIC 9(02) VALUE ZERO.
       01  WS-EDIT-VALUE       PIC Z(9)9.9(4).
       01  WS-EDIT-BALANCE     PIC -Z(6)9.99.
       01  WS-EDIT-LACK        PIC Z(9)9.
       01  WS-EDIT-PRICE       PIC Z(4)9.99.
      *
       COPY "audext.cpy".
      *
      *    各來源軌跡選入筆數（列於報表末）。
       01  WS-SRC-NAME-LIST.
           05  FILLER          PIC X(08) VALUE "EMPAUDIT".
           05  FILLER          PIC X(08) VALUE "CUSTAUD ".
           05  FILLER          PIC X(08) VALUE "M02CAUD ".
           05  FILLER          PIC X(08) VALUE "TOLAUD  ".
           05  FILLER          PIC X(08) VALUE "BRKAUD  ".
           05  FILLER          PIC X(08) VALUE "ACNTAUD ".
           05  FILLER          PIC X(08) VALUE "CALAUD  ".
           05  FILLER          PIC X(08) VALUE "ETFAUD  ".
           05  FILLER          PIC X(08) VALUE "SECLOG  ".
           05  FILLER          PIC X(08) VALUE "EXCPIN  ".
           05  FILLER          PIC X(08) VALUE "PENDCHG ".
           05  FILLER          PIC X(08) VALUE "ROSTAUD ".
           05  FILLER          PIC X(08) VALUE "PRODAUD ".
           05  FILLER          PIC X(08) VALUE "PERAUD  ".
       01  WS-SRC-NAMES REDEFINES WS-SRC-NAME-LIST.
           05  WS-SRC-NAME     PIC X(08) OCCURS 14 TIMES.
       01  WS-SRC-COUNTS.
           05  WS-SRC-CNT      PIC 9(07) OCCURS 14 TIMES.
      *
      *    選入事件表：依事件日期+時刻排序（相同者維持讀入順序）。
       01  WS-EVT-TABLE.
           05  WS-EVT-CNT      PIC 9(05) VALUE ZERO.
           05  WS-EVT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EVT-IDX, EV2-IDX.
               10  WS-EVT-REC      PIC X(148).
       01  WS-EVT-SWAP         PIC X(148).
      *
       01  RPT-HEAD-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(36) VALUE
               "CONSOLIDATED AUDIT TRAIL INQUIRY -  ".
           05  FILLER          PIC X(09) VALUE "OPERATOR=".
           05  RPT-H-OPERATOR  PIC X(08).
           05  FILLER          PIC X(06) VALUE " FROM=".
           05  RPT-H-FROM      PIC 9(08).
           05  FILLER          PIC X(04) VALUE " TO=".
           05  RPT-H-TO        PIC 9(08).
           05  FILLER          PIC X(09) VALUE " PROGRAM=".
           05  RPT-H-PROGRAM   PIC X(08).
           05  FILLER          PIC X(05) VALUE " KEY=".
           05  RPT-H-KEY       PIC X(20).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(50) VALUE
               " DATE     TIME   SOURCE   PROGRAM  EVENT    A OPER".
           05  FILLER          PIC X(50) VALUE
               "ATOR APPROVER KEY                  BEFORE -> AFTER".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-DATE      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-TIME      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-SOURCE    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-PROGRAM   PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-EVENT     PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-ACTION    PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-OPERATOR  PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-APPROVER  PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-KEY       PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-BEFORE    PIC X(40).
       01  RPT-AFTER-LINE.
           05  FILLER          PIC X(82) VALUE SPACES.
           05  FILLER          PIC X(03) VALUE "-> ".
           05  RPT-A-AFTER     PIC X(40).
       01  RPT-SOURCE-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-T-SOURCE    PIC X(08).
           05  FILLER          PIC X(11) VALUE " SELECTED= ".
           05  RPT-T-COUNT     PIC Z(6)9.
       01  RPT-GRAND-TOTAL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(19) VALUE "ALL TRAILS SELECTED".
           05  FILLER          PIC X(01) VALUE "=".
           05  RPT-G-COUNT     PIC Z(6)9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2100-LOAD-EMP-AUDIT
           PERFORM 2200-LOAD-CUST-AUDIT
           PERFORM 2300-LOAD-CORR-AUDIT
           PERFORM 2400-LOAD-TOL-AUDIT
           PERFORM 2500-LOAD-BRK-AUDIT
           PERFORM 2600-LOAD-ACNT-AUDIT
           PERFORM 2700-LOAD-CAL-AUDIT
           PERFORM 2800-LOAD-ETF-AUDIT
           PERFORM 2900-LOAD-SEC-LOG
           PERFORM 3000-LOAD-EXCP-SIGN-OFFS
           PERFORM 3100-LOAD-PENDING-CHANGES
           PERFORM 3200-LOAD-ROST-AUDIT
           PERFORM 3300-LOAD-PROD-AUDIT
           PERFORM 3400-LOAD-PER-AUDIT
           PERFORM 4000-SORT-EVENTS
           PERFORM 5000-PRINT-EVENTS
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "AUDINQ ABEND - AUDPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE-IN
           IF PARM-FROM-DATE NOT = ZERO
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF PARM-TO-DATE NOT = ZERO
               MOVE PARM-TO-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "AUDINQ ABEND - AUDPARM FROM-DATE "
                   WS-FROM-DATE " AFTER TO-DATE " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    鍵值前置比對長度 = 鍵值欄去尾端空白後之長度。
           MOVE ZERO TO WS-KEY-TRAIL
           INSPECT FUNCTION REVERSE (PARM-KEY)
               TALLYING WS-KEY-TRAIL FOR LEADING SPACES
           COMPUTE WS-KEY-LEN = 20 - WS-KEY-TRAIL
           IF PARM-EXTRACT = "Y"
               SET WS-EXTRACT TO TRUE
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           INITIALIZE WS-SRC-COUNTS
           OPEN OUTPUT AUDI-RPT
           MOVE PARM-OPERATOR-ID TO RPT-H-OPERATOR
           MOVE WS-FROM-DATE     TO RPT-H-FROM
           MOVE WS-TO-DATE       TO RPT-H-TO
           MOVE PARM-PROGRAM     TO RPT-H-PROGRAM
           MOVE PARM-KEY         TO RPT-H-KEY
           MOVE RPT-HEAD-LINE    TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    員工主檔稽核無經辦代號與時刻；指定經辦時自然不選入。
       2100-LOAD-EMP-AUDIT.
           MOVE 1 TO WS-SRC-NO
           OPEN INPUT EMP-AUDIT-FILE
           PERFORM 2110-READ-EMP-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE EMPA-CHANGE-DATE TO AX-EVENT-DATE
               MOVE ZERO             TO AX-EVENT-TIME
               MOVE "EMPAUDIT"       TO AX-SOURCE
               MOVE "EMPMAINT"       TO AX-PROGRAM
               SET AX-CHANGE         TO TRUE
               MOVE "C"              TO AX-ACTION
               MOVE EMPA-EMP-ID      TO AX-KEY
               STRING "STATUS=" EMPA-BEFORE-STATUS
                      " TYPE=" EMPA-BEFORE-TYPE
                      " LEVEL=" EMPA-BEFORE-LEVEL
                   DELIMITED BY SIZE INTO AX-BEFORE
               END-STRING
               STRING "STATUS=" EMPA-AFTER-STATUS
                      " TYPE=" EMPA-AFTER-TYPE
                      " LEVEL=" EMPA-AFTER-LEVEL
                   DELIMITED BY SIZE INTO AX-AFTER
               END-STRING
               PERFORM 8000-SELECT-EVENT
               PERFORM 2110-READ-EMP-AUDIT
           END-PERFORM
           CLOSE EMP-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2110-READ-EMP-AUDIT.
           READ EMP-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-LOAD-CUST-AUDIT.
           MOVE 2 TO WS-SRC-NO
           OPEN INPUT CUST-AUDIT-FILE
           PERFORM 2210-READ-CUST-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES            TO AUD-EXTRACT-REC
               MOVE CUSTA-CHANGE-DATE TO AX-EVENT-DATE
               MOVE ZERO              TO AX-EVENT-TIME
               MOVE "CUSTAUD"         TO AX-SOURCE
               MOVE "CUSTMNT"         TO AX-PROGRAM
               MOVE CUSTA-OPERATOR-ID TO AX-OPERATOR-ID
               MOVE CUSTA-APPROVER-ID TO AX-APPROVER-ID
               SET AX-CHANGE          TO TRUE
               MOVE CUSTA-ACTION      TO AX-ACTION
               MOVE CUSTA-CUSTOMER-ID TO AX-KEY
               MOVE CUSTA-BEFORE-BALANCE TO WS-EDIT-BALANCE
               STRING CUSTA-BEFORE-NAME (1:24) " BAL=" WS-EDIT-BALANCE
                   DELIMITED BY SIZE INTO AX-BEFORE
               END-STRING
               MOVE CUSTA-AFTER-BALANCE TO WS-EDIT-BALANCE
               STRING CUSTA-AFTER-NAME (1:24) " BAL=" WS-EDIT-BALANCE
                   DELIMITED BY SIZE INTO AX-AFTER
               END-STRING
               PERFORM 8000-SELECT-EVENT
               PERFORM 2210-READ-CUST-AUDIT
           END-PERFORM
           CLOSE CUST-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2210-READ-CUST-AUDIT.
           READ CUST-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2300-LOAD-CORR-AUDIT.
           MOVE 3 TO WS-SRC-NO
           OPEN INPUT CORR-AUDIT-FILE
           PERFORM 2310-READ-CORR-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE CAUD-CHANGE-DATE TO AX-EVENT-DATE
               MOVE ZERO             TO AX-EVENT-TIME
               MOVE "M02CAUD"        TO AX-SOURCE
               MOVE "M02CORR"        TO AX-PROGRAM
               MOVE CAUD-OPERATOR-ID TO AX-OPERATOR-ID
               MOVE CAUD-APPROVER-ID TO AX-APPROVER-ID
               SET AX-CHANGE         TO TRUE
               MOVE "C"              TO AX-ACTION
               STRING CAUD-BROKER-ID CAUD-TX-DATE CAUD-SEQNO
                   DELIMITED BY SIZE INTO AX-KEY
               END-STRING
               MOVE CAUD-BEFORE-LACK TO WS-EDIT-LACK
               STRING "TRAN=" CAUD-BEFORE-TRAN-CODE
                      " LACK=" WS-EDIT-LACK
                      " ERR=" CAUD-BEFORE-ERROR
                   DELIMITED BY SIZE INTO AX-BEFORE
               END-STRING
               MOVE CAUD-AFTER-LACK TO WS-EDIT-LACK
               STRING "TRAN=" CAUD-AFTER-TRAN-CODE
                      " LACK=" WS-EDIT-LACK
                      " ERR=" CAUD-AFTER-ERROR
                   DELIMITED BY SIZE INTO AX-AFTER
               END-STRING
               PERFORM 8000-SELECT-EVENT
               PERFORM 2310-READ-CORR-AUDIT
           END-PERFORM
           CLOSE CORR-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2310-READ-CORR-AUDIT.
           READ CORR-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2400-LOAD-TOL-AUDIT.
           MOVE 4 TO WS-SRC-NO
           OPEN INPUT TOL-AUDIT-FILE
           PERFORM 2410-READ-TOL-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE TOLA-CHANGE-DATE TO AX-EVENT-DATE
               MOVE ZERO             TO AX-EVENT-TIME
               MOVE "TOLAUD"         TO AX-SOURCE
               MOVE "TOLMAINT"       TO AX-PROGRAM
               MOVE TOLA-OPERATOR-ID TO AX-OPERATOR-ID
               MOVE TOLA-APPROVER-ID TO AX-APPROVER-ID
               SET AX-CHANGE         TO TRUE
               MOVE "C"              TO AX-ACTION
               STRING TOLA-PROGRAM TOLA-ETF-ID
                   DELIMITED BY SIZE INTO AX-KEY
               END-STRING
               MOVE TOLA-BEFORE-VALUE TO WS-EDIT-VALUE
               STRING "VALUE=" WS-EDIT-VALUE
                   DELIMITED BY SIZE INTO AX-BEFORE
               END-STRING
               MOVE TOLA-AFTER-VALUE TO WS-EDIT-VALUE
               STRING "VALUE=" WS-EDIT-VALUE " EFF=" TOLA-EFF-DATE
                   DELIMITED BY SIZE INTO AX-AFTER
               END-STRING
               PERFORM 8000-SELECT-EVENT
               PERFORM 2410-READ-TOL-AUDIT
           END-PERFORM
           CLOSE TOL-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2410-READ-TOL-AUDIT.
           READ TOL-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2500-LOAD-BRK-AUDIT.
           MOVE 5 TO WS-SRC-NO
           OPEN INPUT BRK-AUDIT-FILE
           PERFORM 2510-READ-BRK-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE BRKA-CHANGE-DATE TO AX-EVENT-DATE
               MOVE ZERO             TO AX-EVENT-TIME
               MOVE "BRKAUD"         TO AX-SOURCE
               MOVE "BRKMAINT"       TO AX-PROGRAM
               MOVE BRKA-OPERATOR-ID TO AX-OPERATOR-ID
               SET AX-CHANGE         TO TRUE
               MOVE BRKA-ACTION      TO AX-ACTION
               MOVE BRKA-BROKER-ID   TO AX-KEY
               STRING "ST=" BRKA-BEFORE-STATUS
                      " EXP=" BRKA-BEFORE-EXPIRY
                      " TAX=" BRKA-BEFORE-TAX-ID " "
                      BRKA-BEFORE-NAME (1:9)
                   DELIMITED BY SIZE INTO AX-BEFORE
               END-STRING
               STRING "ST=" BRKA-AFTER-STATUS
                      " EXP=" BRKA-AFTER-EXPIRY
                      " TAX=" BRKA-AFTER-TAX-ID " "
                      BRKA-AFTER-NAME (1:9)
                   DELIMITED BY SIZE INTO AX-AFTER
               END-STRING
               PERFORM 8000-SELECT-EVENT
               PERFORM 2510-READ-BRK-AUDIT
           END-PERFORM
           CLOSE BRK-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2510-READ-BRK-AUDIT.
           READ BRK-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2600-LOAD-ACNT-AUDIT.
           MOVE 6 TO WS-SRC-NO
           OPEN INPUT ACNT-AUDIT-FILE
           PERFORM 2610-READ-ACNT-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE ACNA-CHANGE-DATE TO AX-EVENT-DATE
               MOVE ZERO             TO AX-EVENT-TIME
               MOVE "ACNTAUD"        TO AX-SOURCE
               MOVE "ACNTMNT"        TO AX-PROGRAM
               MOVE ACNA-OPERATOR-ID TO AX-OPERATOR-ID
               SET AX-CHANGE         TO TRUE
               MOVE ACNA-ACTION      TO AX-ACTION
               MOVE ACNA-ACNT        TO AX-KEY
               STRING "ST=" ACNA-BEFORE-STATUS
                      " TYPE=" ACNA-BEFORE-TYPE
                      " ID=" ACNA-BEFORE-ID-NO " "
                      ACNA-BEFORE-NAME (1:15)
                   DELIMITED BY SIZE INTO AX-BEFORE
               END-STRING
               STRING "ST=" ACNA-AFTER-STATUS
                      " TYPE=" ACNA-AFTER-TYPE
                      " ID=" ACNA-AFTER-ID-NO " "
                      ACNA-AFTER-NAME (1:15)
                   DELIMITED BY SIZE INTO AX-AFTER
               END-STRING
               PERFORM 8000-SELECT-EVENT
               PERFORM 2610-READ-ACNT-AUDIT
           END-PERFORM
           CLOSE ACNT-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2610-READ-ACNT-AUDIT.
           READ ACNT-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2700-LOAD-CAL-AUDIT.
           MOVE 7 TO WS-SRC-NO
           OPEN INPUT CAL-AUDIT-FILE
           PERFORM 2710-READ-CAL-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE CALA-CHANGE-DATE TO AX-EVENT-DATE
               MOVE CALA-CHANGE-TIME TO AX-EVENT-TIME
               MOVE "CALAUD"         TO AX-SOURCE
               MOVE "CALMAINT"       TO AX-PROGRAM
               MOVE CALA-OPERATOR-ID TO AX-OPERATOR-ID
               SET AX-CHANGE         TO TRUE
               MOVE CALA-ACTION      TO AX-ACTION
               MOVE CALA-CAL-DATE    TO AX-KEY
               STRING "STATUS=" CALA-BEFORE-STATUS
                   DELIMITED BY SIZE INTO AX-BEFORE
               END-STRING
               STRING "STATUS=" CALA-AFTER-STATUS " " CALA-REASON
                   DELIMITED BY SIZE INTO AX-AFTER
               END-STRING
               PERFORM 8000-SELECT-EVENT
               PERFORM 2710-READ-CAL-AUDIT
           END-PERFORM
           CLOSE CAL-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2710-READ-CAL-AUDIT.
           READ CAL-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    ETFROLL 於生效日套用排程者經辦代號記 'ETFROLL'。
       2800-LOAD-ETF-AUDIT.
           MOVE 8 TO WS-SRC-NO
           OPEN INPUT ETF-AUDIT-FILE
           PERFORM 2810-READ-ETF-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE ETFA-CHANGE-DATE TO AX-EVENT-DATE
               MOVE ETFA-CHANGE-TIME TO AX-EVENT-TIME
               MOVE "ETFAUD"         TO AX-SOURCE
               IF ETFA-OPERATOR-ID = "ETFROLL"
                   MOVE "ETFROLL"    TO AX-PROGRAM
               ELSE
                   MOVE "ETFMAINT"   TO AX-PROGRAM
               END-IF
               MOVE ETFA-OPERATOR-ID TO AX-OPERATOR-ID
               SET AX-CHANGE         TO TRUE
               MOVE ETFA-ACTION      TO AX-ACTION
               MOVE ETFA-ETF-ID      TO AX-KEY
               STRING "STATUS=" ETFA-BEFORE-STATUS
                   DELIMITED BY SIZE INTO AX-BEFORE
               END-STRING
               STRING "STATUS=" ETFA-AFTER-STATUS
                      " EFF=" ETFA-EFF-DATE
                      " SCHEDULED=" ETFA-SCHEDULED
                   DELIMITED BY SIZE INTO AX-AFTER
               END-STRING
               PERFORM 8000-SELECT-EVENT
               PERFORM 2810-READ-ETF-AUDIT
           END-PERFORM
           CLOSE ETF-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2810-READ-ETF-AUDIT.
           READ ETF-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2900-LOAD-SEC-LOG.
           MOVE 9 TO WS-SRC-NO
           OPEN INPUT SEC-LOG-FILE
           PERFORM 2910-READ-SEC-LOG
           PERFORM UNTIL WS-EOF
               MOVE SPACES        TO AUD-EXTRACT-REC
               MOVE SEC-LOG-DATE  TO AX-EVENT-DATE
               MOVE SEC-LOG-TIME  TO AX-EVENT-TIME
               MOVE "SECLOG"      TO AX-SOURCE
               MOVE SEC-PROGRAM   TO AX-PROGRAM
               MOVE SEC-OPER-ID   TO AX-OPERATOR-ID
               SET AX-REFUSED     TO TRUE
               MOVE SEC-REASON    TO AX-AFTER
               PERFORM 8000-SELECT-EVENT
               PERFORM 2910-READ-SEC-LOG
           END-PERFORM
           CLOSE SEC-LOG-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2910-READ-SEC-LOG.
           READ SEC-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    例外工作清單僅保留最後一次簽收/結案之人員與日期；未經
      *    人員處理（簽收代號空白）者不屬稽核事件。
       3000-LOAD-EXCP-SIGN-OFFS.
           MOVE 10 TO WS-SRC-NO
           OPEN INPUT EXCP-FILE-IN
           PERFORM 3010-READ-EXCEPTION
           PERFORM UNTIL WS-EOF
               IF EXCP-ACK-ID NOT = SPACES
                   MOVE SPACES          TO AUD-EXTRACT-REC
                   MOVE EXCP-ACK-DATE   TO AX-EVENT-DATE
                   MOVE ZERO            TO AX-EVENT-TIME
                   MOVE "EXCPIN"        TO AX-SOURCE
                   MOVE "EXCPWRK"       TO AX-PROGRAM
                   MOVE EXCP-ACK-ID     TO AX-OPERATOR-ID
                   SET AX-SIGN-OFF      TO TRUE
                   MOVE EXCP-STATUS     TO AX-ACTION
                   MOVE EXCP-KEY        TO AX-KEY
                   STRING "SOURCE=" EXCP-SOURCE-PGM
                          " SEVERITY=" EXCP-SEVERITY
                       DELIMITED BY SIZE INTO AX-BEFORE
                   END-STRING
                   MOVE EXCP-TEXT (1:40) TO AX-AFTER
                   PERFORM 8000-SELECT-EVENT
               END-IF
               PERFORM 3010-READ-EXCEPTION
           END-PERFORM
           CLOSE EXCP-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       3010-READ-EXCEPTION.
           READ EXCP-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    送覆核（'P'）記鍵入經辦；覆核決定（'A'/'R'）另記覆核
      *    經辦，退回者異動後值欄改列退回理由。
       3100-LOAD-PENDING-CHANGES.
           MOVE 11 TO WS-SRC-NO
           OPEN INPUT PEND-FILE-IN
           PERFORM 3110-READ-PENDING
           PERFORM UNTIL WS-EOF
               MOVE SPACES          TO AUD-EXTRACT-REC
               MOVE "PENDCHG"       TO AX-SOURCE
               MOVE PCH-FUNCTION    TO AX-PROGRAM
               MOVE PCH-MAKER-ID    TO AX-OPERATOR-ID
               MOVE PCH-REC-TYPE    TO AX-ACTION
               MOVE PCH-ITEM-KEY    TO AX-KEY
               IF PCH-PENDING
                   MOVE PCH-MAKER-DATE       TO AX-EVENT-DATE
                   MOVE PCH-MAKER-TIME (1:6) TO AX-EVENT-TIME
                   SET AX-QUEUED             TO TRUE
               ELSE
                   MOVE PCH-DECIDE-DATE      TO AX-EVENT-DATE
                   MOVE PCH-DECIDE-TIME      TO AX-EVENT-TIME
                   MOVE PCH-CHECKER-ID       TO AX-APPROVER-ID
                   SET AX-DECISION           TO TRUE
               END-IF
               PERFORM 3120-FORMAT-PENDING-VALUES
               IF PCH-REJECTED
                   MOVE PCH-REASON TO AX-AFTER
               END-IF
               PERFORM 8000-SELECT-EVENT
               PERFORM 3110-READ-PENDING
           END-PERFORM
           CLOSE PEND-FILE-IN
           MOVE "N" TO WS-EOF-SW.
      *
       3110-READ-PENDING.
           READ PEND-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       3120-FORMAT-PENDING-VALUES.
           EVALUATE PCH-FUNCTION
               WHEN "M02CORR"
                   MOVE PCHM-BEFORE-LACK TO WS-EDIT-LACK
                   STRING "TRAN=" PCHM-BEFORE-TRAN
                          " LACK=" WS-EDIT-LACK
                          " ERR=" PCHM-BEFORE-ERROR
                       DELIMITED BY SIZE INTO AX-BEFORE
                   END-STRING
                   MOVE PCHM-AFTER-LACK TO WS-EDIT-LACK
                   STRING "TRAN=" PCHM-AFTER-TRAN
                          " LACK=" WS-EDIT-LACK
                       DELIMITED BY SIZE INTO AX-AFTER
                   END-STRING
               WHEN "TOLMAINT"
                   MOVE PCHT-BEFORE-VALUE TO WS-EDIT-VALUE
                   STRING "VALUE=" WS-EDIT-VALUE
                       DELIMITED BY SIZE INTO AX-BEFORE
                   END-STRING
                   MOVE PCHT-NEW-VALUE TO WS-EDIT-VALUE
                   STRING "VALUE=" WS-EDIT-VALUE " EFF=" PCHT-EFF-DATE
                       DELIMITED BY SIZE INTO AX-AFTER
                   END-STRING
               WHEN "CUSTMNT"
                   MOVE PCHC-BEFORE-NAME TO AX-BEFORE
                   STRING PCHC-ACTION " " PCHC-NEW-NAME
                       DELIMITED BY SIZE INTO AX-AFTER
                   END-STRING
           END-EVALUATE.
      *
      *    值班表鍵值 = 值班日+班別+員工編號。
       3200-LOAD-ROST-AUDIT.
           MOVE 12 TO WS-SRC-NO
           OPEN INPUT ROST-AUDIT-FILE
           PERFORM 3210-READ-ROST-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE ROSA-CHANGE-DATE TO AX-EVENT-DATE
               MOVE ROSA-CHANGE-TIME TO AX-EVENT-TIME
               MOVE "ROSTAUD"        TO AX-SOURCE
               MOVE "ROSTMNT"        TO AX-PROGRAM
               MOVE ROSA-OPERATOR-ID TO AX-OPERATOR-ID
               SET AX-CHANGE         TO TRUE
               MOVE ROSA-ACTION      TO AX-ACTION
               STRING ROSA-DUTY-DATE ROSA-SHIFT ROSA-EMP-ID
                   DELIMITED BY SIZE INTO AX-KEY
               END-STRING
               STRING "ESC=" ROSA-BEFORE-ESCALATE
                      " TEL=" ROSA-BEFORE-TEL
                   DELIMITED BY SIZE INTO AX-BEFORE
               END-STRING
               STRING "ESC=" ROSA-AFTER-ESCALATE
                      " TEL=" ROSA-AFTER-TEL
                   DELIMITED BY SIZE INTO AX-AFTER
               END-STRING
               PERFORM 8000-SELECT-EVENT
               PERFORM 3210-READ-ROST-AUDIT
           END-PERFORM
           CLOSE ROST-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       3210-READ-ROST-AUDIT.
           READ ROST-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    產品異動鍵值 = 產品代號；牌價異動另加生效日，前後值
      *    為牌價。
       3300-LOAD-PROD-AUDIT.
           MOVE 13 TO WS-SRC-NO
           OPEN INPUT PROD-AUDIT-FILE
           PERFORM 3310-READ-PROD-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE PRDA-CHANGE-DATE TO AX-EVENT-DATE
               MOVE PRDA-CHANGE-TIME TO AX-EVENT-TIME
               MOVE "PRODAUD"        TO AX-SOURCE
               MOVE "PRODMNT"        TO AX-PROGRAM
               MOVE PRDA-OPERATOR-ID TO AX-OPERATOR-ID
               SET AX-CHANGE         TO TRUE
               MOVE PRDA-ACTION      TO AX-ACTION
               IF PRDA-ACTION = "P"
                   STRING PRDA-PRODUCT-CODE PRDA-PRICE-EFF-DATE
                       DELIMITED BY SIZE INTO AX-KEY
                   END-STRING
                   MOVE PRDA-BEFORE-PRICE TO WS-EDIT-PRICE
                   STRING "PRICE=" WS-EDIT-PRICE
                       DELIMITED BY SIZE INTO AX-BEFORE
                   END-STRING
                   MOVE PRDA-AFTER-PRICE TO WS-EDIT-PRICE
                   STRING "PRICE=" WS-EDIT-PRICE
                       DELIMITED BY SIZE INTO AX-AFTER
                   END-STRING
               ELSE
                   MOVE PRDA-PRODUCT-CODE TO AX-KEY
                   STRING "ST=" PRDA-BEFORE-STATUS
                          " UOM=" PRDA-BEFORE-UOM
                          " " PRDA-BEFORE-DESC (1:26)
                       DELIMITED BY SIZE INTO AX-BEFORE
                   END-STRING
                   STRING "ST=" PRDA-AFTER-STATUS
                          " UOM=" PRDA-AFTER-UOM
                          " " PRDA-AFTER-DESC (1:26)
                       DELIMITED BY SIZE INTO AX-AFTER
                   END-STRING
               END-IF
               PERFORM 8000-SELECT-EVENT
               PERFORM 3310-READ-PROD-AUDIT
           END-PERFORM
           CLOSE PROD-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       3310-READ-PROD-AUDIT.
           READ PROD-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    會計期間鍵值 = 期間（CCYYMM）；重開之異動後值為事由。
       3400-LOAD-PER-AUDIT.
           MOVE 14 TO WS-SRC-NO
           OPEN INPUT PER-AUDIT-FILE
           PERFORM 3410-READ-PER-AUDIT
           PERFORM UNTIL WS-EOF
               MOVE SPACES           TO AUD-EXTRACT-REC
               MOVE PA-DATE          TO AX-EVENT-DATE
               MOVE PA-TIME          TO AX-EVENT-TIME
               MOVE "PERAUD"         TO AX-SOURCE
               MOVE "PERCLOSE"       TO AX-PROGRAM
               MOVE PA-OPERATOR-ID   TO AX-OPERATOR-ID
               SET AX-CHANGE         TO TRUE
               MOVE PA-ACTION        TO AX-ACTION
               MOVE PA-PERIOD        TO AX-KEY
               IF PA-REOPEN
                   MOVE "PERIOD=CLOSED" TO AX-BEFORE
                   MOVE PA-REASON       TO AX-AFTER
               ELSE
                   MOVE "PERIOD=OPEN"   TO AX-BEFORE
                   MOVE "PERIOD=CLOSED" TO AX-AFTER
               END-IF
               PERFORM 8000-SELECT-EVENT
               PERFORM 3410-READ-PER-AUDIT
           END-PERFORM
           CLOSE PER-AUDIT-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       3410-READ-PER-AUDIT.
           READ PER-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    事件日期時刻依讀入順序交錯，排序後再列印（作法比照
      *    M05FEEM 累計表排序，相同日期時刻者維持讀入順序）。
       4000-SORT-EVENTS.
           PERFORM VARYING EVT-IDX FROM 1 BY 1
                   UNTIL EVT-IDX > WS-EVT-CNT
               PERFORM VARYING EV2-IDX FROM 1 BY 1
                       UNTIL EV2-IDX >= WS-EVT-CNT
                   IF WS-EVT-REC (EV2-IDX) (1:14)
                           > WS-EVT-REC (EV2-IDX + 1) (1:14)
                       MOVE WS-EVT-REC (EV2-IDX) TO WS-EVT-SWAP
                       MOVE WS-EVT-REC (EV2-IDX + 1)
                           TO WS-EVT-REC (EV2-IDX)
                       MOVE WS-EVT-SWAP TO WS-EVT-REC (EV2-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       5000-PRINT-EVENTS.
           PERFORM VARYING EVT-IDX FROM 1 BY 1
                   UNTIL EVT-IDX > WS-EVT-CNT
               MOVE WS-EVT-REC (EVT-IDX) TO AUD-EXTRACT-REC
               PERFORM 5100-PRINT-ONE-EVENT
               IF WS-EXTRACT
                   WRITE EXTRACT-OUT-REC FROM AUD-EXTRACT-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SRC-NO FROM 1 BY 1 UNTIL WS-SRC-NO > 14
               MOVE SPACES                   TO RPT-LINE
               MOVE WS-SRC-NAME (WS-SRC-NO)  TO RPT-T-SOURCE
               MOVE WS-SRC-CNT (WS-SRC-NO)   TO RPT-T-COUNT
               MOVE RPT-SOURCE-TOTAL         TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE WS-EVT-CNT      TO RPT-G-COUNT
           MOVE RPT-GRAND-TOTAL TO RPT-LINE
           WRITE RPT-LINE.
      *
       5100-PRINT-ONE-EVENT.
           MOVE SPACES          TO RPT-LINE
           MOVE AX-EVENT-DATE   TO RPT-D-DATE
           MOVE AX-EVENT-TIME   TO RPT-D-TIME
           MOVE AX-SOURCE       TO RPT-D-SOURCE
           MOVE AX-PROGRAM      TO RPT-D-PROGRAM
           EVALUATE TRUE
               WHEN AX-CHANGE
                   MOVE "CHANGE"   TO RPT-D-EVENT
               WHEN AX-SIGN-OFF
                   MOVE "SIGN-OFF" TO RPT-D-EVENT
               WHEN AX-REFUSED
                   MOVE "REFUSED"  TO RPT-D-EVENT
               WHEN AX-QUEUED
                   MOVE "QUEUED"   TO RPT-D-EVENT
               WHEN AX-DECISION
                   MOVE "DECISION" TO RPT-D-EVENT
           END-EVALUATE
           MOVE AX-ACTION       TO RPT-D-ACTION
           MOVE AX-OPERATOR-ID  TO RPT-D-OPERATOR
           MOVE AX-APPROVER-ID  TO RPT-D-APPROVER
           MOVE AX-KEY          TO RPT-D-KEY
           MOVE AX-BEFORE       TO RPT-D-BEFORE
           MOVE RPT-DETAIL      TO RPT-LINE
           WRITE RPT-LINE
           IF AX-AFTER NOT = SPACES
               MOVE SPACES         TO RPT-LINE
               MOVE AX-AFTER       TO RPT-A-AFTER
               MOVE RPT-AFTER-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
      *    選擇條件：經辦（鍵入或覆核）、日期區間、程式、鍵值前置。
       8000-SELECT-EVENT.
           ADD 1 TO WS-READ-CNT
           SET WS-SELECTED TO TRUE
           IF PARM-OPERATOR-ID NOT = SPACES
              AND AX-OPERATOR-ID NOT = PARM-OPERATOR-ID
              AND AX-APPROVER-ID NOT = PARM-OPERATOR-ID
               MOVE "N" TO WS-SELECT-SW
           END-IF
           IF AX-EVENT-DATE < WS-FROM-DATE
              OR AX-EVENT-DATE > WS-TO-DATE
               MOVE "N" TO WS-SELECT-SW
           END-IF
           IF PARM-PROGRAM NOT = SPACES
              AND AX-PROGRAM NOT = PARM-PROGRAM
               MOVE "N" TO WS-SELECT-SW
           END-IF
           IF WS-KEY-LEN > ZERO
               IF AX-KEY (1:WS-KEY-LEN) NOT = PARM-KEY (1:WS-KEY-LEN)
                   MOVE "N" TO WS-SELECT-SW
               END-IF
           END-IF
           IF NOT WS-SELECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-CNT >= 5000
               DISPLAY "AUDINQ ABEND - EVENT TABLE FULL AT 5000 "
                   "ENTRIES, NARROW AUDPARM OR RAISE WS-EVT-ENTRY "
                   "OCCURS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EVT-CNT
           SET EVT-IDX TO WS-EVT-CNT
           MOVE AUD-EXTRACT-REC TO WS-EVT-REC (EVT-IDX)
           ADD 1 TO WS-SRC-CNT (WS-SRC-NO)
           ADD 1 TO WS-SELECTED-CNT.
      *
       9000-TERMINATE.
           IF WS-EXTRACT
               CLOSE EXTRACT-FILE
           END-IF
           CLOSE AUDI-RPT
           DISPLAY "AUDINQ READ=" WS-READ-CNT
               " SELECTED=" WS-SELECTED-CNT.
