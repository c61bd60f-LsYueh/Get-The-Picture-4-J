      * 維護應收帳款明細帳（ARSUB 格式，讀入 ARIN、寫出 AROUT 帶檔
      * 滾存）：
      *   1. 就計費彙總檔（BILLSUMM，M02BILL 每券商一筆）立帳 -
      *      同券商同計費月份已立帳者略過（月結重跑不重複立帳；
      *      僅比對手續費項目，強制補購價差項目另由 M02BUYN 掛帳）；
      *   2. 讀取銀行收款檔（PAYMENTS），依券商先舊後新沖抵未了
      *      結項目，溢收列示供財務追查；
      *   3. 未收項目依立帳日齡期分 30/60/90 天級距列印帳齡表，
      *
       FD  AR-FILE-OUT
           RECORDING MODE IS F.
       01  AR-OUT-REC          PIC X(50).
      *
       FD  BILL-SUMM-FILE
           RECORDING MODE IS F.
               10  WS-AR-INVOICE   PIC 9(13)V99.
               10  WS-AR-PAID      PIC 9(13)V99.
               10  WS-AR-STATUS    PIC X(01).
               10  WS-AR-TYPE      PIC X(01).
      *
      *    依券商之帳齡級距彙總。
       01  WS-AGE-TABLE.
               MOVE AR-INVOICE-AMT TO WS-AR-INVOICE (AR-IDX)
               MOVE AR-PAID-AMT    TO WS-AR-PAID (AR-IDX)
               MOVE AR-STATUS      TO WS-AR-STATUS (AR-IDX)
               MOVE AR-ITEM-TYPE   TO WS-AR-TYPE (AR-IDX)
               PERFORM 2100-READ-AR
           END-PERFORM
           CLOSE AR-FILE-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
      *    同券商同計費月份已立帳者略過（月結重跑不重複立帳）；
      *    強制補購價差項目（'B'）不參與比對。
       3000-BOOK-NEW-INVOICES.
           OPEN INPUT BILL-SUMM-FILE
           PERFORM 3100-READ-BILL
                       UNTIL AR-IDX > WS-AR-CNT
                   IF WS-AR-BROKER (AR-IDX) = BS-BROKER-ID
                      AND WS-AR-MONTH (AR-IDX) = BS-BILL-MONTH
                      AND WS-AR-TYPE (AR-IDX) NOT = "B"
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
           MOVE WS-BUSINESS-DATE TO WS-AR-BOOK-DATE (AR-IDX)
           MOVE BS-FEE-AMOUNT    TO WS-AR-INVOICE (AR-IDX)
           MOVE ZERO             TO WS-AR-PAID (AR-IDX)
           MOVE "O"              TO WS-AR-STATUS (AR-IDX)
           MOVE "F"              TO WS-AR-TYPE (AR-IDX).
      *
      *    收款先舊後新沖抵；沖畢仍有餘額者列示溢收。
       4000-APPLY-PAYMENTS.
               MOVE WS-AR-INVOICE (AR-IDX)   TO AR-INVOICE-AMT
               MOVE WS-AR-PAID (AR-IDX)      TO AR-PAID-AMT
               MOVE WS-AR-STATUS (AR-IDX)    TO AR-STATUS
               MOVE WS-AR-TYPE (AR-IDX)      TO AR-ITEM-TYPE
               WRITE AR-OUT-REC FROM AR-SUB-REC
           END-PERFORM
           CLOSE AR-FILE-OUT.
