      * 前日重編目錄檔即在此攔下（列印例外並以 RETURN-CODE 8
      * 停住整條流程）。STKNO 另對上市有價證券主檔（STKMSTR，
      * STKLOAD 轉入）驗證：主檔查無或已下市者掛 ERROR-CODE '08'。
      * BROKER-ID 與 ACNT-BROKER 另對參加人主檔（BRKMSTR，BRKMAINT
      * 維護）驗證：查無、狀態非正常（停權/終止）或參加人契約
      * 到期日早於營業日者掛 ERROR-CODE '09'。
      * ETF-ID 另對 ETF 主檔（ETFMSTR，ETFMAINT 維護）之清算日期
      * 檢核：申購（TRAN-CODE 1/3）申請日晚於最後申購日者掛
      * ERROR-CODE '11'，買回（2/4）晚於最後買回日者掛 '12'
      * （ERRDICT 新增代碼）。
      * 每筆處理結果（通過/退件）另附加一筆生命週期事件（M02LIFE）
      * 供單筆軌跡查詢及滯留日報取數。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERR-DICT-FILE ASSIGN TO "ERRDICT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STKM-STKNO.
           SELECT BROKER-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRKM-BROKER-ID.
           SELECT ETF-MASTER-FILE ASSIGN TO "ETFMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETFM-ETF-ID.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE IS F.
           COPY "ctlrec.cpy".
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       FD  ERR-DICT-FILE
           RECORDING MODE IS F.
       FD  STK-MASTER-FILE
           RECORDING MODE IS F.
           COPY "stkmstr.cpy".
      *
       FD  BROKER-FILE
           RECORDING MODE IS F.
           COPY "brkmstr.cpy".
      *
       FD  ETF-MASTER-FILE
           RECORDING MODE IS F.
           COPY "etfmst.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-DATE-ERR-CNT  PIC 9(07) VALUE ZERO.
       01  WS-STK-STATUS-SW     PIC X(01) VALUE 'N'.
           88  WS-STK-FOUND               VALUE 'Y'.
       01  WS-BRK-STATUS-SW     PIC X(01) VALUE 'N'.
           88  WS-BRK-FOUND               VALUE 'Y'.
       01  WS-BRK-CHECK-ID      PIC X(04) VALUE SPACES.
       01  WS-ETF-STATUS-SW     PIC X(01) VALUE 'N'.
           88  WS-ETF-FOUND               VALUE 'Y'.
       01  WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT       PIC 9(04) VALUE ZERO.
           OPEN INPUT  M02-FILE-IN
           OPEN INPUT  ERR-DICT-FILE
           OPEN INPUT  STK-MASTER-FILE
           OPEN INPUT  BROKER-FILE
           OPEN INPUT  ETF-MASTER-FILE
           OPEN OUTPUT M02-FILE-OUT
           OPEN OUTPUT M02-EDIT-RPT
           OPEN EXTEND LIFE-FILE
           PERFORM 1200-READ-BUSINESS-DATE
           PERFORM 1300-LOAD-CALENDAR
           PERFORM 1400-CHECK-TRADING-DAY
           ADD 1 TO WS-READ-CNT
           PERFORM 2150-EDIT-TX-DATE
           PERFORM 2170-EDIT-STKNO
           IF ERROR-CODE OF M02 = SPACES
               PERFORM 2180-EDIT-BROKER
           END-IF
           IF ERROR-CODE OF M02 = SPACES
               PERFORM 2195-EDIT-ETF-WINDOW
           END-IF
           IF ERROR-CODE OF M02 = SPACES
               PERFORM 2200-EDIT-BALANCE
           END-IF
           PERFORM 2400-WRITE-LIFE-EVENT
           WRITE M02-OUT-REC FROM M02
           PERFORM 2100-READ-M02.
      *
               MOVE ZERO TO WS-EXPECT-LACK
               PERFORM 2300-WRITE-EXCEPTION
           END-IF.
      *
      *    申報券商與帳戶所屬券商均須為參加人主檔上之有效參加人；
      *    兩者相同者只查一次。契約到期日為零表未約定到期。
       2180-EDIT-BROKER.
           MOVE BROKER-ID OF M02 TO WS-BRK-CHECK-ID
           PERFORM 2190-CHECK-ONE-BROKER
           IF ERROR-CODE OF M02 = SPACES
              AND ACNT-BROKER OF M02 NOT = BROKER-ID OF M02
               MOVE ACNT-BROKER OF M02 TO WS-BRK-CHECK-ID
               PERFORM 2190-CHECK-ONE-BROKER
           END-IF.
      *
       2190-CHECK-ONE-BROKER.
           MOVE WS-BRK-CHECK-ID TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE 'N' TO WS-BRK-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-BRK-STATUS-SW
           END-READ
           IF NOT WS-BRK-FOUND
              OR NOT BRKM-ACTIVE
              OR (BRKM-AGREE-EXPIRY NOT = ZERO
                  AND BRKM-AGREE-EXPIRY < WS-BUSINESS-DATE)
               MOVE "09" TO ERROR-CODE OF M02
               MOVE ZERO TO WS-AVAILABLE
               MOVE ZERO TO WS-REQUIRED
               MOVE ZERO TO WS-EXPECT-LACK
               PERFORM 2300-WRITE-EXCEPTION
           END-IF.
      *
      *    清算中基金：最後申購日/最後買回日之後不再受理；日期為
      *    零表未排定清算。主檔查無者由 ETFVAL 退件，此處不重複。
       2195-EDIT-ETF-WINDOW.
           MOVE ETF-ID OF M02 TO ETFM-ETF-ID
           READ ETF-MASTER-FILE
               INVALID KEY     MOVE 'N' TO WS-ETF-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-ETF-STATUS-SW
           END-READ
           IF NOT WS-ETF-FOUND
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRAN-CODE OF M02
               WHEN "1"
               WHEN "3"
                   IF ETFM-LAST-CREATE-DATE NOT = ZERO
                      AND TX-DATE OF M02 > ETFM-LAST-CREATE-DATE
                       MOVE "11" TO ERROR-CODE OF M02
                   END-IF
               WHEN "2"
               WHEN "4"
                   IF ETFM-LAST-REDEEM-DATE NOT = ZERO
                      AND TX-DATE OF M02 > ETFM-LAST-REDEEM-DATE
                       MOVE "12" TO ERROR-CODE OF M02
                   END-IF
           END-EVALUATE
           IF ERROR-CODE OF M02 NOT = SPACES
               MOVE ZERO TO WS-AVAILABLE
               MOVE ZERO TO WS-REQUIRED
               MOVE ZERO TO WS-EXPECT-LACK
               PERFORM 2300-WRITE-EXCEPTION
           END-IF.
      *
       2200-EDIT-BALANCE.
      *    可支應部位 = 庫存 + 借券；應支應數 = T-1淨入庫 + T日淨入庫
           MOVE WS-RPT-DETAIL           TO M02-RPT-LINE
           WRITE M02-RPT-LINE.
      *
      *    生命週期日誌：本站為第一站，每筆必記通過或退件。
       2400-WRITE-LIFE-EVENT.
           MOVE SPACES              TO M02-LIFE-EVENT-REC
           MOVE BROKER-ID OF M02    TO LJ-BROKER-ID
           MOVE TX-DATE OF M02      TO LJ-TX-DATE
           MOVE SEQNO OF M02        TO LJ-SEQNO
           MOVE ETF-ID OF M02       TO LJ-ETF-ID
           SET LJ-SCOPE-KEY         TO TRUE
           MOVE "M02EDIT"           TO LJ-STAGE
           MOVE ZERO                TO LJ-REF-DATE
           MOVE ZERO                TO LJ-GENERATION-NO
           IF ERROR-CODE OF M02 = SPACES
               SET LJ-PASSED        TO TRUE
               MOVE "POSITION/MASTER EDITS PASSED" TO LJ-DETAIL
           ELSE
               SET LJ-REJECTED      TO TRUE
               MOVE ERROR-CODE OF M02 TO LJ-ERROR-CODE
               PERFORM 9100-LOOKUP-ERROR-TEXT
               MOVE ERRD-TEXT-ENGLISH TO LJ-DETAIL
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
      *    退件文字一律取自 ERRDICT 字典，避免各報表文字漂移。
       9100-LOOKUP-ERROR-TEXT.
           MOVE ERROR-CODE OF M02 TO ERRD-CODE
           PERFORM 8800-WRITE-CONTROL-REC
           CLOSE ERR-DICT-FILE
           CLOSE STK-MASTER-FILE
           CLOSE BROKER-FILE
           CLOSE ETF-MASTER-FILE
           CLOSE M02-FILE-IN
           CLOSE M02-FILE-OUT
           CLOSE M02-EDIT-RPT
           CLOSE LIFE-FILE
           DISPLAY "M02EDIT READ=" WS-READ-CNT " ERRORS=" WS-ERROR-CNT
               " DATE-ERRORS=" WS-DATE-ERR-CNT.
