      * 檔案名稱：M02FPRT
      *---------------------------------------------------------------
      * 外部來源檔指紋登錄/重送檢核
      * 各步驟之檢核均針對紀錄內容，來源端把前一日之檔案以當日
      * 檔名重送時流程照跑不誤。本程式列於 m02m05jb.jcl 券商來檔
      * 彙併（M02CONS）之後、其餘步驟之前，於使用前逐檔計算指紋：
      *   筆數、雜湊合計、檔內最早/最晚日期
      * 雜湊合計及日期欄位依檔別而定：
      *   M02IN    TX-DATE         NORMAL-STOCK-NOS + T-STOCK-NOS
      *   M05IN    PUBLISH-DATE    OBJ-STOCK-NOS + TOTAL-ISSUES(ANCE)
      *   BANKCONF BK-VALUE-DATE   BK-AMOUNT（以分計）
      *   CUSTCONF CC-SETTLE-DATE  CC-SHARES
      *   SECEXCH  （無日期欄）    STKM-LOT-SIZE
      *   DESKEXEC DX-EXEC-DATE    DX-SHARES
      *   ACKIN    TX-DATE         NORMAL-STOCK-NOS + T-STOCK-NOS
      * 與指紋登錄檔（FEEDREG）中前營業日同檔別之指紋完全相同者
      * 判為重送舊檔；檔內最早/最晚日期不等於 BUSDATE 營業日者
      * 判為過期檔。任一檔被拒即不登錄任何指紋，列印登錄表後以
      * RETURN-CODE 16 停住流程。同營業日已登錄之相同指紋（流程
      * 失敗後整批重新提交）視為重跑放行、不重複登錄。未到檔或
      * 空檔者僅列示不登錄；SECEXCH 無日期欄，內容與前日相同屬
      * 常態（上市證券無異動），僅列示警語不擋流程。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02FPRT.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL M02-FILE-IN ASSIGN TO "M02IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL M05-FILE-IN ASSIGN TO "M05IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANK-CONF-FILE ASSIGN TO "BANKCONF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-CONF-FILE ASSIGN TO "CUSTCONF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEC-FILE-IN ASSIGN TO "SECEXCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DESK-EXEC-FILE ASSIGN TO "DESKEXEC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-FILE-IN ASSIGN TO "ACKIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REG-IN-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REG-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FPRT-RPT     ASSIGN TO "FPRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  M02-FILE-IN
           RECORDING MODE IS F.
           COPY "m02.cpy".
      *
       FD  M05-FILE-IN
           RECORDING MODE IS F.
           COPY "m05.cpy".
      *
       FD  BANK-CONF-FILE
           RECORDING MODE IS F.
           COPY "bankconf.cpy".
      *
       FD  CUST-CONF-FILE
           RECORDING MODE IS F.
           COPY "custconf.cpy".
      *
       FD  SEC-FILE-IN
           RECORDING MODE IS F.
           COPY "stkmstr.cpy".
      *
       FD  DESK-EXEC-FILE
           RECORDING MODE IS F.
           COPY "deskexec.cpy".
      *
       FD  ACK-FILE-IN
           RECORDING MODE IS F.
       01  ACK-IN-REC          PIC X(150).
      *
       FD  REG-IN-FILE
           RECORDING MODE IS F.
       01  REG-IN-REC          PIC X(73).
      *
       FD  REG-FILE
           RECORDING MODE IS F.
           COPY "feedreg.cpy".
      *
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSD-REC.
           05  BUSD-DATE       PIC 9(08).
      *
       FD  FPRT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-RERUN-SW     PIC X(01) VALUE 'N'.
               88  WS-RERUN              VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-REJECT-CNT   PIC 9(05) VALUE ZERO.
           05  WS-LOGGED-CNT   PIC 9(05) VALUE ZERO.
       01  WS-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
       01  WS-REG-DATE         PIC 9(08) VALUE ZERO.
       01  WS-REG-TIME         PIC 9(06) VALUE ZERO.
      *
      *    當檔累計區 - 各讀檔段落逐筆填 WS-CUR-DATE/WS-CUR-AMT 後
      *    呼叫 5000 累計。
       01  WS-CUR-FILE.
           05  WS-CUR-TAG      PIC X(08).
           05  WS-CUR-CNT      PIC 9(09).
           05  WS-CUR-HASH     PIC 9(18).
           05  WS-CUR-FIRST    PIC 9(08).
           05  WS-CUR-LAST     PIC 9(08).
           05  WS-CUR-DATED-SW PIC X(01).
               88  WS-CUR-DATED          VALUE 'Y'.
           05  WS-CUR-OPEN-SW  PIC X(01).
               88  WS-CUR-RECEIVED       VALUE 'Y'.
       01  WS-CUR-DATE         PIC 9(08) VALUE ZERO.
       01  WS-CUR-AMT          PIC 9(15) VALUE ZERO.
      *
      *    回覆檔工作區 - 與 m02.cpy 同一 150 位元組排列，僅展開
      *    指紋所需欄位（m02.cpy 已用於 M02IN，不再 COPY 一份）。
       01  WS-ACK-M02.
           05  FILLER              PIC X(11).
           05  WS-ACK-TX-DATE      PIC 9(08).
           05  FILLER              PIC X(20).
           05  WS-ACK-NORMAL-NOS   PIC 9(10).
           05  FILLER              PIC X(20).
           05  WS-ACK-T-NOS        PIC 9(10).
           05  FILLER              PIC X(71).
      *
      *    指紋登錄檔既有紀錄。
       01  WS-REG-TABLE.
           05  WS-REG-CNT      PIC 9(05) VALUE ZERO.
           05  WS-REG-ENTRY OCCURS 20000 TIMES
                   INDEXED BY REG-IDX.
               10  WS-REG-BUS-DATE PIC 9(08).
               10  WS-REG-TAG      PIC X(08).
               10  WS-REG-REC-CNT  PIC 9(09).
               10  WS-REG-HASH     PIC 9(18).
               10  WS-REG-FIRST    PIC 9(08).
               10  WS-REG-LAST     PIC 9(08).
      *
      *    本次各檔指紋及檢核結果，全數通過後才寫入登錄檔。
       01  WS-NEW-TABLE.
           05  WS-NEW-CNT      PIC 9(02) VALUE ZERO.
           05  WS-NEW-ENTRY OCCURS 10 TIMES
                   INDEXED BY NEW-IDX.
               10  WS-NEW-TAG      PIC X(08).
               10  WS-NEW-REC-CNT  PIC 9(09).
               10  WS-NEW-HASH     PIC 9(18).
               10  WS-NEW-FIRST    PIC 9(08).
               10  WS-NEW-LAST     PIC 9(08).
      *            'L' = 待登錄；'R' = 同日重跑已登錄；'N' = 不登錄
               10  WS-NEW-ACTION   PIC X(01).
      *
       01  RPT-DATE-LINE.
           05  FILLER          PIC X(17) VALUE " BUSINESS DATE : ".
           05  RPT-BUS-DATE    PIC 9(08).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(51) VALUE
               " FILE        RECORDS             HASH-TOTAL  FIRST-".
           05  FILLER          PIC X(50) VALUE
               "DT  LAST-DT   RESULT                              ".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TAG         PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-HASH        PIC Z(17)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-FIRST       PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-LAST        PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-RESULT      PIC X(40).
       01  RPT-MATCH-LINE.
           05  FILLER          PIC X(38) VALUE
               "             SAME FINGERPRINT AS FILE ".
           05  RPT-MATCH-TAG   PIC X(08).
           05  FILLER          PIC X(23) VALUE
               " REGISTERED FOR DATE : ".
           05  RPT-MATCH-DATE  PIC 9(08).
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-REGISTRY
           PERFORM 3000-FINGERPRINT-M02
           PERFORM 3100-FINGERPRINT-M05
           PERFORM 3200-FINGERPRINT-BANKCONF
           PERFORM 3300-FINGERPRINT-CUSTCONF
           PERFORM 3400-FINGERPRINT-SECEXCH
           PERFORM 3500-FINGERPRINT-DESKEXEC
           PERFORM 3600-FINGERPRINT-ACK
           IF WS-REJECT-CNT > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE " *** FEED REJECTED - NO FINGERPRINT REGISTERED, "
                  & "STREAM STOPPED ***" TO RPT-LINE
               WRITE RPT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 7000-WRITE-REGISTRY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT FPRT-RPT
           MOVE "INBOUND FEED FINGERPRINT REGISTER" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1200-READ-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-REG-TIME
           MOVE WS-BUSINESS-DATE TO RPT-BUS-DATE
           MOVE RPT-DATE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE.
      *
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY "M02FPRT ABEND - BUSDATE CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.
      *
       2000-LOAD-REGISTRY.
           OPEN INPUT REG-IN-FILE
           PERFORM 2100-READ-REGISTRY
           PERFORM UNTIL WS-EOF
               IF WS-REG-CNT >= 20000
                   DISPLAY "M02FPRT ABEND - REGISTRY TABLE FULL AT "
                       "20000 ENTRIES, RAISE WS-REG-ENTRY OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REG-IN-REC TO FEED-REG-REC
               ADD 1 TO WS-REG-CNT
               SET REG-IDX TO WS-REG-CNT
               MOVE FR-BUS-DATE   TO WS-REG-BUS-DATE (REG-IDX)
               MOVE FR-FILE-TAG   TO WS-REG-TAG (REG-IDX)
               MOVE FR-RECORD-CNT TO WS-REG-REC-CNT (REG-IDX)
               MOVE FR-HASH-TOTAL TO WS-REG-HASH (REG-IDX)
               MOVE FR-FIRST-DATE TO WS-REG-FIRST (REG-IDX)
               MOVE FR-LAST-DATE  TO WS-REG-LAST (REG-IDX)
               PERFORM 2100-READ-REGISTRY
           END-PERFORM
           CLOSE REG-IN-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2100-READ-REGISTRY.
           READ REG-IN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    3000-3600：各來源檔逐筆取日期/雜湊欄位累計，讀畢交 6000
      *    檢核。OPTIONAL 檔未到時讀第一筆即 AT END。
       3000-FINGERPRINT-M02.
           MOVE "M02IN" TO WS-CUR-TAG
           MOVE "Y" TO WS-CUR-DATED-SW
           PERFORM 4000-START-FILE
           OPEN INPUT M02-FILE-IN
           PERFORM UNTIL WS-EOF
               READ M02-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE TX-DATE TO WS-CUR-DATE
                       COMPUTE WS-CUR-AMT =
                           NORMAL-STOCK-NOS + T-STOCK-NOS
                       PERFORM 5000-ACCUMULATE
               END-READ
           END-PERFORM
           CLOSE M02-FILE-IN
           PERFORM 6000-CHECK-FINGERPRINT.
      *
       3100-FINGERPRINT-M05.
           MOVE "M05IN" TO WS-CUR-TAG
           MOVE "Y" TO WS-CUR-DATED-SW
           PERFORM 4000-START-FILE
           OPEN INPUT M05-FILE-IN
           PERFORM UNTIL WS-EOF
               READ M05-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE PUBLISH-DATE TO WS-CUR-DATE
                       EVALUATE FIELD-NAME
                           WHEN "OBJ "
                               MOVE OBJ-STOCK-NOS TO WS-CUR-AMT
                           WHEN "ANCE"
                               MOVE TOTAL-ISSUES  TO WS-CUR-AMT
                           WHEN OTHER
                               MOVE ZERO          TO WS-CUR-AMT
                       END-EVALUATE
                       PERFORM 5000-ACCUMULATE
               END-READ
           END-PERFORM
           CLOSE M05-FILE-IN
           PERFORM 6000-CHECK-FINGERPRINT.
      *
       3200-FINGERPRINT-BANKCONF.
           MOVE "BANKCONF" TO WS-CUR-TAG
           MOVE "Y" TO WS-CUR-DATED-SW
           PERFORM 4000-START-FILE
           OPEN INPUT BANK-CONF-FILE
           PERFORM UNTIL WS-EOF
               READ BANK-CONF-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE BK-VALUE-DATE TO WS-CUR-DATE
                       COMPUTE WS-CUR-AMT = BK-AMOUNT * 100
                       PERFORM 5000-ACCUMULATE
               END-READ
           END-PERFORM
           CLOSE BANK-CONF-FILE
           PERFORM 6000-CHECK-FINGERPRINT.
      *
       3300-FINGERPRINT-CUSTCONF.
           MOVE "CUSTCONF" TO WS-CUR-TAG
           MOVE "Y" TO WS-CUR-DATED-SW
           PERFORM 4000-START-FILE
           OPEN INPUT CUST-CONF-FILE
           PERFORM UNTIL WS-EOF
               READ CUST-CONF-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CC-SETTLE-DATE TO WS-CUR-DATE
                       MOVE CC-SHARES      TO WS-CUR-AMT
                       PERFORM 5000-ACCUMULATE
               END-READ
           END-PERFORM
           CLOSE CUST-CONF-FILE
           PERFORM 6000-CHECK-FINGERPRINT.
      *
       3400-FINGERPRINT-SECEXCH.
           MOVE "SECEXCH" TO WS-CUR-TAG
           MOVE "N" TO WS-CUR-DATED-SW
           PERFORM 4000-START-FILE
           OPEN INPUT SEC-FILE-IN
           PERFORM UNTIL WS-EOF
               READ SEC-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ZERO          TO WS-CUR-DATE
                       MOVE STKM-LOT-SIZE TO WS-CUR-AMT
                       PERFORM 5000-ACCUMULATE
               END-READ
           END-PERFORM
           CLOSE SEC-FILE-IN
           PERFORM 6000-CHECK-FINGERPRINT.
      *
       3500-FINGERPRINT-DESKEXEC.
           MOVE "DESKEXEC" TO WS-CUR-TAG
           MOVE "Y" TO WS-CUR-DATED-SW
           PERFORM 4000-START-FILE
           OPEN INPUT DESK-EXEC-FILE
           PERFORM UNTIL WS-EOF
               READ DESK-EXEC-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DX-EXEC-DATE TO WS-CUR-DATE
                       MOVE DX-SHARES    TO WS-CUR-AMT
                       PERFORM 5000-ACCUMULATE
               END-READ
           END-PERFORM
           CLOSE DESK-EXEC-FILE
           PERFORM 6000-CHECK-FINGERPRINT.
      *
       3600-FINGERPRINT-ACK.
           MOVE "ACKIN" TO WS-CUR-TAG
           MOVE "Y" TO WS-CUR-DATED-SW
           PERFORM 4000-START-FILE
           OPEN INPUT ACK-FILE-IN
           PERFORM UNTIL WS-EOF
               READ ACK-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ACK-IN-REC     TO WS-ACK-M02
                       MOVE WS-ACK-TX-DATE TO WS-CUR-DATE
                       COMPUTE WS-CUR-AMT =
                           WS-ACK-NORMAL-NOS + WS-ACK-T-NOS
                       PERFORM 5000-ACCUMULATE
               END-READ
           END-PERFORM
           CLOSE ACK-FILE-IN
           PERFORM 6000-CHECK-FINGERPRINT.
      *
       4000-START-FILE.
           MOVE ZERO TO WS-CUR-CNT
           MOVE ZERO TO WS-CUR-HASH
           MOVE ZERO TO WS-CUR-FIRST
           MOVE ZERO TO WS-CUR-LAST
           MOVE "N"  TO WS-EOF-SW.
      *
       5000-ACCUMULATE.
           ADD 1 TO WS-CUR-CNT
           ADD WS-CUR-AMT TO WS-CUR-HASH
           IF WS-CUR-DATED
               IF WS-CUR-FIRST = ZERO OR WS-CUR-DATE < WS-CUR-FIRST
                   MOVE WS-CUR-DATE TO WS-CUR-FIRST
               END-IF
               IF WS-CUR-DATE > WS-CUR-LAST
                   MOVE WS-CUR-DATE TO WS-CUR-LAST
               END-IF
           END-IF.
      *
      *    檢核順序：空檔/未到 -> 過期（日期不符營業日）-> 指紋比對
      *    （同日相同 = 重跑放行；前營業日相同 = 重送舊檔）。
       6000-CHECK-FINGERPRINT.
           MOVE "N" TO WS-EOF-SW
           ADD 1 TO WS-NEW-CNT
           SET NEW-IDX TO WS-NEW-CNT
           MOVE WS-CUR-TAG   TO WS-NEW-TAG (NEW-IDX)
           MOVE WS-CUR-CNT   TO WS-NEW-REC-CNT (NEW-IDX)
           MOVE WS-CUR-HASH  TO WS-NEW-HASH (NEW-IDX)
           MOVE WS-CUR-FIRST TO WS-NEW-FIRST (NEW-IDX)
           MOVE WS-CUR-LAST  TO WS-NEW-LAST (NEW-IDX)
           MOVE "N"          TO WS-NEW-ACTION (NEW-IDX)
           MOVE SPACES       TO RPT-LINE
           MOVE WS-CUR-TAG   TO RPT-TAG
           MOVE WS-CUR-CNT   TO RPT-COUNT
           MOVE WS-CUR-HASH  TO RPT-HASH
           MOVE WS-CUR-FIRST TO RPT-FIRST
           MOVE WS-CUR-LAST  TO RPT-LAST
           PERFORM 6100-FIND-SAME-FINGERPRINT
           EVALUATE TRUE
               WHEN WS-CUR-CNT = ZERO
                   MOVE "NOT RECEIVED / EMPTY - NOT REGISTERED"
                       TO RPT-RESULT
               WHEN WS-CUR-DATED
                    AND (WS-CUR-FIRST NOT = WS-BUSINESS-DATE
                         OR WS-CUR-LAST NOT = WS-BUSINESS-DATE)
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "** REJECTED - DATES NOT BUSINESS DATE"
                       TO RPT-RESULT
               WHEN WS-FOUND AND WS-RERUN
                   MOVE "RESUBMISSION - ALREADY REGISTERED"
                       TO RPT-RESULT
                   MOVE "R" TO WS-NEW-ACTION (NEW-IDX)
               WHEN WS-FOUND AND WS-CUR-DATED
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "** REJECTED - DUPLICATE OF EARLIER FILE"
                       TO RPT-RESULT
               WHEN WS-FOUND
                   MOVE "ACCEPTED - NO DATE, SAME AS EARLIER FILE"
                       TO RPT-RESULT
                   MOVE "L" TO WS-NEW-ACTION (NEW-IDX)
               WHEN OTHER
                   MOVE "ACCEPTED" TO RPT-RESULT
                   MOVE "L" TO WS-NEW-ACTION (NEW-IDX)
           END-EVALUATE
           MOVE RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FOUND AND NOT WS-RERUN AND WS-CUR-CNT > ZERO
               MOVE WS-REG-TAG (REG-IDX)      TO RPT-MATCH-TAG
               MOVE WS-REG-BUS-DATE (REG-IDX) TO RPT-MATCH-DATE
               MOVE RPT-MATCH-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
      *    同營業日同檔別相同指紋者優先認定為重跑；否則取任一前
      *    營業日之相同指紋（含他檔別，防檔名錯置）。
       6100-FIND-SAME-FINGERPRINT.
           SET WS-FOUND-SW TO 'N'
           MOVE "N" TO WS-RERUN-SW
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-CNT
               IF WS-REG-BUS-DATE (REG-IDX) = WS-BUSINESS-DATE
                  AND WS-REG-TAG (REG-IDX) = WS-CUR-TAG
                  AND WS-REG-REC-CNT (REG-IDX) = WS-CUR-CNT
                  AND WS-REG-HASH (REG-IDX) = WS-CUR-HASH
                  AND WS-REG-FIRST (REG-IDX) = WS-CUR-FIRST
                  AND WS-REG-LAST (REG-IDX) = WS-CUR-LAST
                   SET WS-FOUND TO TRUE
                   SET WS-RERUN TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > WS-REG-CNT
                   IF WS-REG-BUS-DATE (REG-IDX) < WS-BUSINESS-DATE
                      AND WS-REG-REC-CNT (REG-IDX) = WS-CUR-CNT
                      AND WS-REG-HASH (REG-IDX) = WS-CUR-HASH
                      AND WS-REG-FIRST (REG-IDX) = WS-CUR-FIRST
                      AND WS-REG-LAST (REG-IDX) = WS-CUR-LAST
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
      *
       7000-WRITE-REGISTRY.
           OPEN EXTEND REG-FILE
           PERFORM VARYING NEW-IDX FROM 1 BY 1
                   UNTIL NEW-IDX > WS-NEW-CNT
               IF WS-NEW-ACTION (NEW-IDX) = "L"
                   MOVE WS-BUSINESS-DATE        TO FR-BUS-DATE
                   MOVE WS-NEW-TAG (NEW-IDX)     TO FR-FILE-TAG
                   MOVE WS-NEW-REC-CNT (NEW-IDX) TO FR-RECORD-CNT
                   MOVE WS-NEW-HASH (NEW-IDX)    TO FR-HASH-TOTAL
                   MOVE WS-NEW-FIRST (NEW-IDX)   TO FR-FIRST-DATE
                   MOVE WS-NEW-LAST (NEW-IDX)    TO FR-LAST-DATE
                   MOVE WS-REG-DATE              TO FR-REG-DATE
                   MOVE WS-REG-TIME              TO FR-REG-TIME
                   WRITE FEED-REG-REC
                   ADD 1 TO WS-LOGGED-CNT
               END-IF
           END-PERFORM
           CLOSE REG-FILE.
      *
       9000-TERMINATE.
           CLOSE FPRT-RPT
           DISPLAY "M02FPRT FILES=" WS-NEW-CNT
               " REGISTERED=" WS-LOGGED-CNT
               " REJECTED=" WS-REJECT-CNT.
