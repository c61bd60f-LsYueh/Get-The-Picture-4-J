      * 檔案名稱：BORRACR（借券費逐日計提歷史檔）
      *---------------------------------------------------------------
      * M02BORR 每次計提寫一筆（OPEN EXTEND 累積，作法比照
      * NAVHIST），記錄計提區間、未還股數、所用收盤價與費率。
      * 月底 M02BSTM 依計提日所屬月份彙總，產出各券商借券費
      * 對帳單。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BORROW-ACCRUAL-REC.
           05  BA-ACCR-DATE        PIC 9(08).  *> 計提日(計至)
           05  BA-ACNT.                        *> 申請人帳號
               10  BA-ACNT-BROKER  PIC X(04).  *> 開戶券商代號
               10  BA-ACNT-NO      PIC 9(07).  *> 申請人帳號
           05  BA-STKNO            PIC X(06).  *> 股票代號
           05  BA-LENDER-ID        PIC X(08).  *> 出借人代號
           05  BA-BORROW-DATE      PIC 9(08).  *> 借券日(西曆)
           05  BA-OUT-SHARES       PIC 9(10).  *> 計提未還股數
           05  BA-PRICE            PIC 9(5)V9(4). *> 計提收盤價
           05  BA-FEE-RATE         PIC 9(02)V9(04). *> 借券年費率(%)
           05  BA-DAYS             PIC 9(03).  *> 計提日曆日數
           05  BA-FEE-AMT          PIC 9(09)V99. *> 本次借券費
