      * 檔案名稱：BORRLEDG（借券明細帳）
      *---------------------------------------------------------------
      * 每張借券合約一筆（申請人帳號＋股票代號＋出借人＋借券日），
      * 由 M02BORR 每日帶檔滾存（讀入 BORRIN、寫出 BORROUT，作法
      * 比照 FAILMSTR）：出借人確認成交時立帳，還券確認時累計已還
      * 股數，還清者記 'R' 留檔一日供稽核後除檔。借券費依未還
      * 股數 × 收盤價 × 年費率按日曆日逐日累計；當日 M02 實物買回
      * 動用之借券股數另記，還券時報表註明。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BORROW-LEDGER-REC.
           05  BL-KEY.
               10  BL-ACNT.                    *> 申請人帳號
                   15  BL-ACNT-BROKER PIC X(04). *> 開戶券商代號
                   15  BL-ACNT-NO  PIC 9(07).  *> 申請人帳號
               10  BL-STKNO        PIC X(06).  *> 股票代號
               10  BL-LENDER-ID    PIC X(08).  *> 出借人代號
               10  BL-BORROW-DATE  PIC 9(08).  *> 借券日(西曆)
           05  BL-BORROW-SHARES    PIC 9(10).  *> 借券股數
           05  BL-RETURNED-SHARES  PIC 9(10).  *> 已還股數
           05  BL-REDEEM-SHARES    PIC 9(10).  *> 實物買回動用股數
           05  BL-FEE-RATE         PIC 9(02)V9(04). *> 借券年費率(%)
           05  BL-DUE-DATE         PIC 9(08).  *> 約定還券日(西曆)
           05  BL-LAST-ACCR-DATE   PIC 9(08).  *> 借券費計至(西曆)
           05  BL-ACCRUED-FEE      PIC 9(11)V99. *> 累計借券費
           05  BL-RETURN-DATE      PIC 9(08).  *> 還清日(西曆)
      *    'O' = 未還清；'R' = 已還清（留檔一日）。
           05  BL-STATUS           PIC X(01).  *> 合約狀態
               88  BL-OPEN                  VALUE 'O'.
               88  BL-RETURNED              VALUE 'R'.
           05  FILLER              PIC X(11).
