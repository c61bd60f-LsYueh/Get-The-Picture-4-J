      * 檔案名稱：LENDCONF（出借人借券確認回覆檔）
      *---------------------------------------------------------------
      * 出借人（證金/券商借券中心/外資保管行）每日回覆之借券成交
      * 與還券確認，每筆一張借券合約：
      *     'B' = 借券成交確認（借券日、股數、年費率、約定還券日）
      *     'R' = 還券確認（還券股數，確認日即還券日）
      * 鍵值為申請人帳號＋股票代號＋出借人＋借券日。M02BORR 據以
      * 維護借券明細帳（BORRLEDG）。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  LENDER-CONF-REC.
           05  LC-CONF-TYPE        PIC X(01).  *> B=借券 R=還券
               88  LC-BORROW                VALUE 'B'.
               88  LC-RETURN                VALUE 'R'.
           05  LC-ACNT.                        *> 申請人帳號
               10  LC-ACNT-BROKER  PIC X(04).  *> 開戶券商代號
               10  LC-ACNT-NO      PIC 9(07).  *> 申請人帳號
           05  LC-STKNO            PIC X(06).  *> 股票代號
           05  LC-LENDER-ID        PIC X(08).  *> 出借人代號
           05  LC-BORROW-DATE      PIC 9(08).  *> 借券日(西曆)
           05  LC-SHARES           PIC 9(10).  *> 借券/還券股數
           05  LC-FEE-RATE         PIC 9(02)V9(04). *> 借券年費率(%)
           05  LC-DUE-DATE         PIC 9(08).  *> 約定還券日(西曆)
           05  LC-CONF-DATE        PIC 9(08).  *> 確認日(還券日)
           05  FILLER              PIC X(14).
