      * 檔案名稱：M02BKOT
      *---------------------------------------------------------------
      * M02/M05 申報流程營業日全日撤銷（BACKOUT）
      * 總帳有 GLBACK 可撤回整批過帳，申報流程若以錯誤來源檔跑完
      * 一天，其 OPEN EXTEND 累積之各歷史檔已無從撤回。本程式依
      * 撤銷控制卡（BKOTPARM：撤銷營業日、流程名）將下列歷史檔中
      * 該日之紀錄全數剔除（讀入原檔、寫出新世代，其餘日期原樣
      * 留存）：
      *   ACTHIST  活動歷史檔（ACTH-TX-DATE）
      *   ETFULEDG 發行單位數帳（UL-TX-DATE）
      *   POSHIST  部位歷史檔（PH-TX-DATE）
      *   PCFHIST  申購買回清單歷史檔（PCFH-PUBLISH-DATE）
      *   NAVHIST  淨值歷史檔（NH-ANNOUNCE-YMD）
      *   PRCHIST  成分股價格歷史檔（PRH-PRICE-DATE）
      *   M02ARBH  套利賣空部位歷史檔（ARBH-TX-DATE）
      *   CTLHIST  控制總數歷史檔（CH-BUS-DATE）
      *   XMITLOG  送件紀錄檔（XL-BUS-DATE）
      *   BRKQEVT  券商作業品質事件歷史檔（BQE-EVENT-DATE）
      *   M02LIFE  申報生命週期日誌（LJ-EVENT-DATE）
      * 並將執行控制主檔（RUNCTL）該日該流程之紀錄改回 'S' 未完成
      * 狀態（最後步驟記 M02BKOT），M02RUNC 即視同失敗重跑放行。
      * 各檔列印撤銷前/後筆數及剔除筆數控制報表。
      * 該日所屬月份已經 M02BILL 月結計費（BILLSUMM 有該月紀錄）
      * 或已經 M02REGS 月報申報（REGSUBM 有該月紀錄）者拒絕撤銷，
      * 不寫出任何新世代並以 RETURN-CODE 16 結束 - 須先由帳務/
      * 法遵撤回月結或申報。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02BKOT.
       AUTHOR.     ETF-OPS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE-IN ASSIGN TO "BKOTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BILL-SUMM-FILE ASSIGN TO "BILLSUMM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REG-SUBM-FILE ASSIGN TO "REGSUBM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACT-HIST-FILE ASSIGN TO "ACTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACT-HIST-OUT ASSIGN TO "ACTHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ETFULEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-OUT   ASSIGN TO "ULEDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POS-HIST-FILE ASSIGN TO "POSHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POS-HIST-OUT ASSIGN TO "POSHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PCF-HIST-FILE ASSIGN TO "PCFHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PCF-HIST-OUT ASSIGN TO "PCFHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NAV-HIST-FILE ASSIGN TO "NAVHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAV-HIST-OUT ASSIGN TO "NAVHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRC-HIST-FILE ASSIGN TO "PRCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRC-HIST-OUT ASSIGN TO "PRCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARB-HIST-FILE ASSIGN TO "M02ARBH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARB-HIST-OUT ASSIGN TO "ARBHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTL-HIST-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-HIST-OUT ASSIGN TO "CTLHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XMIT-LOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XMIT-LOG-OUT ASSIGN TO "XMITOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BQE-FILE-IN ASSIGN TO "BRKQEVT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BQE-FILE-OUT ASSIGN TO "BQEVOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE-IN ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIFE-FILE-OUT ASSIGN TO "LIFEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-FILE-IN ASSIGN TO "RUNIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-FILE-OUT ASSIGN TO "RUNOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKOT-RPT     ASSIGN TO "M02KRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-REC.
           05  PARM-BACKOUT-DATE PIC 9(08).
           05  PARM-STREAM     PIC X(08).
      *
       FD  BILL-SUMM-FILE
           RECORDING MODE IS F.
       01  BILL-SUMM-REC.
           05  BS-BILL-MONTH   PIC 9(06).
           05  BS-BROKER-ID    PIC X(04).
           05  BS-FEE-COUNT    PIC 9(07).
           05  BS-FEE-AMOUNT   PIC 9(13)V99.
      *
       FD  REG-SUBM-FILE
           RECORDING MODE IS F.
           COPY "regsubm.cpy".
      *
       FD  ACT-HIST-FILE
           RECORDING MODE IS F.
           COPY "m02acth.cpy".
      *
       FD  ACT-HIST-OUT
           RECORDING MODE IS F.
       01  ACT-OUT-REC         PIC X(51).
      *
       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY "uledger.cpy".
      *
       FD  LEDGER-OUT
           RECORDING MODE IS F.
       01  LEDGER-OUT-REC      PIC X(54).
      *
       FD  POS-HIST-FILE
           RECORDING MODE IS F.
           COPY "poshist.cpy".
      *
       FD  POS-HIST-OUT
           RECORDING MODE IS F.
       01  POS-OUT-REC         PIC X(35).
      *
       FD  PCF-HIST-FILE
           RECORDING MODE IS F.
           COPY "pcfhist.cpy".
      *
       FD  PCF-HIST-OUT
           RECORDING MODE IS F.
       01  PCF-OUT-REC         PIC X(28).
      *
       FD  NAV-HIST-FILE
           RECORDING MODE IS F.
           COPY "navhist.cpy".
      *
       FD  NAV-HIST-OUT
           RECORDING MODE IS F.
       01  NAV-OUT-REC         PIC X(49).
      *
       FD  PRC-HIST-FILE
           RECORDING MODE IS F.
           COPY "prchist.cpy".
      *
       FD  PRC-HIST-OUT
           RECORDING MODE IS F.
       01  PRC-OUT-REC         PIC X(24).
      *
       FD  ARB-HIST-FILE
           RECORDING MODE IS F.
           COPY "m02arbh.cpy".
      *
       FD  ARB-HIST-OUT
           RECORDING MODE IS F.
       01  ARB-OUT-REC         PIC X(30).
      *
       FD  CTL-HIST-FILE
           RECORDING MODE IS F.
           COPY "ctlhist.cpy".
      *
       FD  CTL-HIST-OUT
           RECORDING MODE IS F.
       01  CTL-OUT-REC         PIC X(58).
      *
       FD  XMIT-LOG-FILE
           RECORDING MODE IS F.
           COPY "xmitlog.cpy".
      *
       FD  XMIT-LOG-OUT
           RECORDING MODE IS F.
       01  XMIT-OUT-REC        PIC X(65).
      *
       FD  BQE-FILE-IN
           RECORDING MODE IS F.
           COPY "brkqevt.cpy".
      *
       FD  BQE-FILE-OUT
           RECORDING MODE IS F.
       01  BQE-OUT-REC         PIC X(72).
      *
       FD  LIFE-FILE-IN
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       FD  LIFE-FILE-OUT
           RECORDING MODE IS F.
       01  LIFE-OUT-REC        PIC X(109).
      *
       FD  RUN-FILE-IN
           RECORDING MODE IS F.
           COPY "runctl.cpy".
      *
       FD  RUN-FILE-OUT
           RECORDING MODE IS F.
       01  RUN-OUT-REC         PIC X(45).
      *
       FD  BKOT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-REFUSE-SW    PIC X(01) VALUE 'N'.
               88  WS-REFUSED            VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-BEFORE-CNT   PIC 9(09) VALUE ZERO.
           05  WS-AFTER-CNT    PIC 9(09) VALUE ZERO.
           05  WS-REMOVED-CNT  PIC 9(09) VALUE ZERO.
           05  WS-TOTAL-REMOVED PIC 9(09) VALUE ZERO.
           05  WS-RUN-RESET-CNT PIC 9(05) VALUE ZERO.
       01  WS-BACKOUT-DATE     PIC 9(08) VALUE ZERO.
       01  WS-BACKOUT-DATE-R REDEFINES WS-BACKOUT-DATE.
           05  WS-BACKOUT-MONTH PIC 9(06).
           05  FILLER          PIC 9(02).
       01  WS-STREAM           PIC X(08) VALUE SPACES.
       01  WS-FILE-NAME        PIC X(08) VALUE SPACES.
      *
       01  RPT-PARM-LINE.
           05  FILLER          PIC X(18) VALUE " BACKOUT DATE    :".
           05  RPT-PARM-DATE   PIC 9(08).
           05  FILLER          PIC X(12) VALUE "   STREAM : ".
           05  RPT-PARM-STREAM PIC X(08).
       01  RPT-COL-HEAD.
           05  FILLER          PIC X(51) VALUE
               " FILE          BEFORE-COUNT   AFTER-COUNT      REMO".
           05  FILLER          PIC X(10) VALUE
               "VED-COUNT ".
       01  RPT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-FILE-NAME   PIC X(08).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-BEFORE      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-AFTER       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-REMOVED     PIC ZZZ,ZZZ,ZZ9.
       01  RPT-RUN-LINE.
           05  FILLER          PIC X(36) VALUE
               " RUNCTL ENTRIES RESET TO RESTART  : ".
           05  RPT-RUN-RESET   PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-BILLED
           PERFORM 2100-CHECK-REPORTED
           IF WS-REFUSED
               MOVE " *** BACKOUT REFUSED - NO FILE HAS BEEN CHANGED "
                  & "***" TO RPT-LINE
               WRITE RPT-LINE
               CLOSE BKOT-RPT
               DISPLAY "M02BKOT BACKOUT REFUSED FOR " WS-BACKOUT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-COL-HEAD TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3000-BACKOUT-ACTHIST
           PERFORM 3100-BACKOUT-ULEDGER
           PERFORM 3200-BACKOUT-POSHIST
           PERFORM 3300-BACKOUT-PCFHIST
           PERFORM 3400-BACKOUT-NAVHIST
           PERFORM 3500-BACKOUT-PRCHIST
           PERFORM 3600-BACKOUT-ARBHIST
           PERFORM 3700-BACKOUT-CTLHIST
           PERFORM 3800-BACKOUT-XMITLOG
           PERFORM 3810-BACKOUT-BRKQEVT
           PERFORM 3820-BACKOUT-M02LIFE
           PERFORM 4000-RESET-RUN-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE-IN
           READ PARM-FILE-IN
               AT END
                   DISPLAY "M02BKOT ABEND - BKOTPARM CONTROL CARD "
                       "MISSING OR EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PARM-BACKOUT-DATE NOT NUMERIC
              OR PARM-BACKOUT-DATE = ZERO
               DISPLAY "M02BKOT ABEND - BKOTPARM BACKOUT DATE "
                   "NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-BACKOUT-DATE TO WS-BACKOUT-DATE
           MOVE PARM-STREAM       TO WS-STREAM
           CLOSE PARM-FILE-IN
           OPEN OUTPUT BKOT-RPT
           MOVE "INTAKE STREAM BUSINESS-DATE BACKOUT CONTROL REPORT"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BACKOUT-DATE TO RPT-PARM-DATE
           MOVE WS-STREAM       TO RPT-PARM-STREAM
           MOVE RPT-PARM-LINE   TO RPT-LINE
           WRITE RPT-LINE.
      *
      *    月結計費已含該日申報者，撤銷會使已開出之請款對不上。
       2000-CHECK-BILLED.
           OPEN INPUT BILL-SUMM-FILE
           PERFORM UNTIL WS-EOF
               READ BILL-SUMM-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF BS-BILL-MONTH = WS-BACKOUT-MONTH
                          AND NOT WS-REFUSED
                           SET WS-REFUSED TO TRUE
                           MOVE " *** MONTH ALREADY BILLED BY M02BILL "
                              & "(BILLSUMM) ***" TO RPT-LINE
                           WRITE RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILL-SUMM-FILE
           MOVE "N" TO WS-EOF-SW.
      *
       2100-CHECK-REPORTED.
           SET WS-FOUND-SW TO 'N'
           OPEN INPUT REG-SUBM-FILE
           PERFORM UNTIL WS-EOF
               READ REG-SUBM-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF REGS-REPORT-MONTH = WS-BACKOUT-MONTH
                          AND NOT WS-FOUND
                           SET WS-FOUND TO TRUE
                           SET WS-REFUSED TO TRUE
                           MOVE " *** MONTH ALREADY REPORTED BY M02REGS"
                              & " (REGSUBM) ***" TO RPT-LINE
                           WRITE RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-SUBM-FILE
           MOVE "N" TO WS-EOF-SW.
      *
      *    3000-3820：各歷史檔讀入原檔、剔除撤銷日紀錄後寫出新世代。
       3000-BACKOUT-ACTHIST.
           MOVE "ACTHIST" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT ACT-HIST-FILE
           OPEN OUTPUT ACT-HIST-OUT
           PERFORM UNTIL WS-EOF
               READ ACT-HIST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF ACTH-TX-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE ACT-OUT-REC FROM ACTIVITY-HIST-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACT-HIST-FILE
           CLOSE ACT-HIST-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3100-BACKOUT-ULEDGER.
           MOVE "ETFULEDG" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT LEDGER-FILE
           OPEN OUTPUT LEDGER-OUT
           PERFORM UNTIL WS-EOF
               READ LEDGER-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF UL-TX-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE LEDGER-OUT-REC FROM UNIT-LEDGER-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           CLOSE LEDGER-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3200-BACKOUT-POSHIST.
           MOVE "POSHIST" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT POS-HIST-FILE
           OPEN OUTPUT POS-HIST-OUT
           PERFORM UNTIL WS-EOF
               READ POS-HIST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF PH-TX-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE POS-OUT-REC FROM POS-HIST-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POS-HIST-FILE
           CLOSE POS-HIST-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3300-BACKOUT-PCFHIST.
           MOVE "PCFHIST" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT PCF-HIST-FILE
           OPEN OUTPUT PCF-HIST-OUT
           PERFORM UNTIL WS-EOF
               READ PCF-HIST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF PCFH-PUBLISH-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE PCF-OUT-REC FROM PCF-HIST-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCF-HIST-FILE
           CLOSE PCF-HIST-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3400-BACKOUT-NAVHIST.
           MOVE "NAVHIST" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT NAV-HIST-FILE
           OPEN OUTPUT NAV-HIST-OUT
           PERFORM UNTIL WS-EOF
               READ NAV-HIST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF NH-ANNOUNCE-YMD = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE NAV-OUT-REC FROM NAV-HIST-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAV-HIST-FILE
           CLOSE NAV-HIST-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3500-BACKOUT-PRCHIST.
           MOVE "PRCHIST" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT PRC-HIST-FILE
           OPEN OUTPUT PRC-HIST-OUT
           PERFORM UNTIL WS-EOF
               READ PRC-HIST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF PRH-PRICE-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE PRC-OUT-REC FROM PRC-HIST-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRC-HIST-FILE
           CLOSE PRC-HIST-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3600-BACKOUT-ARBHIST.
           MOVE "M02ARBH" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT ARB-HIST-FILE
           OPEN OUTPUT ARB-HIST-OUT
           PERFORM UNTIL WS-EOF
               READ ARB-HIST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF ARBH-TX-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE ARB-OUT-REC FROM ARB-HIST-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARB-HIST-FILE
           CLOSE ARB-HIST-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3700-BACKOUT-CTLHIST.
           MOVE "CTLHIST" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT CTL-HIST-FILE
           OPEN OUTPUT CTL-HIST-OUT
           PERFORM UNTIL WS-EOF
               READ CTL-HIST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF CH-BUS-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE CTL-OUT-REC FROM CTL-HIST-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-HIST-FILE
           CLOSE CTL-HIST-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3800-BACKOUT-XMITLOG.
           MOVE "XMITLOG" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT XMIT-LOG-FILE
           OPEN OUTPUT XMIT-LOG-OUT
           PERFORM UNTIL WS-EOF
               READ XMIT-LOG-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF XL-BUS-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE XMIT-OUT-REC FROM XMIT-LOG-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XMIT-LOG-FILE
           CLOSE XMIT-LOG-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3810-BACKOUT-BRKQEVT.
           MOVE "BRKQEVT" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT BQE-FILE-IN
           OPEN OUTPUT BQE-FILE-OUT
           PERFORM UNTIL WS-EOF
               READ BQE-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF BQE-EVENT-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE BQE-OUT-REC FROM BRK-QUAL-EVENT-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BQE-FILE-IN
           CLOSE BQE-FILE-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3820-BACKOUT-M02LIFE.
           MOVE "M02LIFE" TO WS-FILE-NAME
           PERFORM 3950-RESET-FILE-COUNTS
           OPEN INPUT LIFE-FILE-IN
           OPEN OUTPUT LIFE-FILE-OUT
           PERFORM UNTIL WS-EOF
               READ LIFE-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-CNT
                       IF LJ-EVENT-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-REMOVED-CNT
                       ELSE
                           WRITE LIFE-OUT-REC FROM M02-LIFE-EVENT-REC
                           ADD 1 TO WS-AFTER-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIFE-FILE-IN
           CLOSE LIFE-FILE-OUT
           PERFORM 3900-PRINT-FILE-COUNTS.
      *
       3900-PRINT-FILE-COUNTS.
           MOVE SPACES         TO RPT-LINE
           MOVE WS-FILE-NAME   TO RPT-FILE-NAME
           MOVE WS-BEFORE-CNT  TO RPT-BEFORE
           MOVE WS-AFTER-CNT   TO RPT-AFTER
           MOVE WS-REMOVED-CNT TO RPT-REMOVED
           MOVE RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE
           ADD WS-REMOVED-CNT  TO WS-TOTAL-REMOVED.
      *
       3950-RESET-FILE-COUNTS.
           MOVE ZERO TO WS-BEFORE-CNT
           MOVE ZERO TO WS-AFTER-CNT
           MOVE ZERO TO WS-REMOVED-CNT
           MOVE "N"  TO WS-EOF-SW.
      *
      *    執行控制主檔帶檔滾存；撤銷日（流程名空白 = 各流程）之
      *    紀錄改回 'S'，M02RUNC 起跑登錄即以失敗重跑放行。
       4000-RESET-RUN-CONTROL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RUN-FILE-IN
           OPEN OUTPUT RUN-FILE-OUT
           PERFORM UNTIL WS-EOF
               READ RUN-FILE-IN
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF RC-BUS-DATE = WS-BACKOUT-DATE
                          AND (WS-STREAM = SPACES
                               OR RC-STREAM = WS-STREAM)
                           MOVE "S"       TO RC-STATUS
                           MOVE ZERO      TO RC-END-TIME
                           MOVE "M02BKOT" TO RC-LAST-STEP
                           ADD 1 TO WS-RUN-RESET-CNT
                       END-IF
                       WRITE RUN-OUT-REC FROM RUN-CTL-REC
               END-READ
           END-PERFORM
           CLOSE RUN-FILE-IN
           CLOSE RUN-FILE-OUT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RUN-RESET-CNT TO RPT-RUN-RESET
           MOVE RPT-RUN-LINE TO RPT-LINE
           WRITE RPT-LINE.
      *
       9000-TERMINATE.
           CLOSE BKOT-RPT
           DISPLAY "M02BKOT BACKOUT DATE=" WS-BACKOUT-DATE
               " RECORDS-REMOVED=" WS-TOTAL-REMOVED
               " RUNCTL-RESET=" WS-RUN-RESET-CNT.
