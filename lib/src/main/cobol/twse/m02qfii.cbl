      * 專屬優先於預設值、生效日取今日以前最新一筆（作法比照
      * FEESCHED）。QFIIPARM 參數卡仍可投入作全基金強制覆蓋，
      * 覆蓋時報表載明 PARM OVERRIDE，留卡即留痕。
      * 投資人類別取自申請人帳戶主檔（ACNTMSTR）：本國帳戶（D）
      * 不受外資額度限制，不列警示；外資（Q）與境外自然人（N）
      * 照常比對門檻。帳戶不在主檔者無從判斷，從嚴列入警示，
      * 類別欄印 "?"。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOL-MASTER-FILE ASSIGN TO "TOLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACNTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACNM-ACNT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TOL-MASTER-FILE
           RECORDING MODE IS F.
           COPY "tolmstr.cpy".
      *
       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY "acntmstr.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-EOF                 VALUE 'Y'.
           05  WS-ACNT-FOUND-SW PIC X(01) VALUE 'N'.
               88  WS-ACNT-FOUND          VALUE 'Y'.
       01  WS-THRESHOLD         PIC 9(10) VALUE 1000000.
       01  WS-DEFAULT-THRESHOLD PIC 9(10) VALUE 1000000.
       01  WS-PARM-OVERRIDE-SW  PIC X(01) VALUE 'N'.
       01  WS-BEST-DATE         PIC 9(08) VALUE ZERO.
       01  WS-BEST-KIND         PIC X(01) VALUE SPACE.
       01  WS-ALERT-CNT         PIC 9(07) VALUE ZERO.
       01  WS-DOMESTIC-CNT      PIC 9(07) VALUE ZERO.
       01  WS-INVESTOR-TYPE     PIC X(01) VALUE SPACE.
      *
      *    容許值主檔表格（僅載入本程式之紀錄）。
       01  WS-TOL-TABLE.
           05  RPT-BROKER-ID    PIC X(04).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-STKNO        PIC X(06).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-ACNT-BROKER  PIC X(04).
           05  FILLER           PIC X(01) VALUE '-'.
           05  RPT-ACNT-NO      PIC 9(07).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-INV-TYPE     PIC X(01).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-QFII-AVB     PIC Z(9)9.
           05  FILLER           PIC X(02) VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 1100-READ-THRESHOLD-PARM
           OPEN INPUT  M02-FILE-IN
           OPEN INPUT  ACCOUNT-FILE
           OPEN OUTPUT QFII-ALERT-RPT
           OPEN EXTEND EXCP-FILE
           MOVE "QFII AVAILABLE-SHARES THRESHOLD ALERT" TO RPT-LINE
           END-IF.
      *
       2000-CHECK-M02.
           PERFORM 2050-LOOKUP-INVESTOR-TYPE
           IF WS-INVESTOR-TYPE = "D"
               ADD 1 TO WS-DOMESTIC-CNT
               PERFORM 2100-READ-M02
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-FIND-EFFECTIVE-THRESHOLD
           IF QFII-AVB-STOCK-NOS < WS-THRESHOLD
               PERFORM 2200-WRITE-ALERT
           END-IF
           PERFORM 2100-READ-M02.
      *
      *    帳戶不在主檔者類別記 "?"，照外資從嚴比對。
       2050-LOOKUP-INVESTOR-TYPE.
           MOVE ACNT TO ACNM-ACNT
           READ ACCOUNT-FILE
               INVALID KEY     MOVE 'N' TO WS-ACNT-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-ACNT-FOUND-SW
           END-READ
           IF WS-ACNT-FOUND
               MOVE ACNM-INVESTOR-TYPE TO WS-INVESTOR-TYPE
           ELSE
               MOVE "?" TO WS-INVESTOR-TYPE
           END-IF.
      *
       2100-READ-M02.
           READ M02-FILE-IN
           MOVE ETF-ID         TO RPT-ETF-ID
           MOVE BROKER-ID      TO RPT-BROKER-ID
           MOVE STKNO          TO RPT-STKNO
           MOVE ACNT-BROKER    TO RPT-ACNT-BROKER
           MOVE ACNT-NO        TO RPT-ACNT-NO
           MOVE WS-INVESTOR-TYPE TO RPT-INV-TYPE
           MOVE QFII-AVB-STOCK-NOS TO RPT-QFII-AVB
           MOVE WS-THRESHOLD   TO RPT-THRESHOLD
           MOVE RPT-DETAIL     TO RPT-LINE
      *
       9000-TERMINATE.
           CLOSE M02-FILE-IN
           CLOSE ACCOUNT-FILE
           CLOSE QFII-ALERT-RPT
           CLOSE EXCP-FILE
           DISPLAY "M02QFII ALERTS=" WS-ALERT-CNT
               " DOMESTIC SKIPPED=" WS-DOMESTIC-CNT.
