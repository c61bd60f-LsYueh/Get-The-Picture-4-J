      * 檔案名稱：WHTLEDG（分配扣繳稅款帳）
      *---------------------------------------------------------------
      * M02DIST 每筆分配（ETF + 除息日）每持有帳戶一筆（OPEN
      * EXTEND 累積，同一分配只過帳一次），本國免扣繳者亦列帳，
      * 稅額為零，俾年度 M02WHTS 將應付總額勾稽回 DISTMSTR。
      * 戶名及證號取過帳當時之 ACNTMSTR，年度扣繳憑單即據本檔。
      * 稅額元以下四捨五入；淨額 = 總額 - 稅額。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  WHT-LEDGER-REC.
           05  WHL-DIST-KEY.                   *> 分配鍵
               10  WHL-ETF-ID      PIC X(06).  *> ETF代號
               10  WHL-EX-DATE     PIC 9(08).  *> 除息日(西曆)
           05  WHL-PAY-DATE        PIC 9(08).  *> 發放日(西曆)
           05  WHL-BROKER-ID       PIC X(04).  *> 券商代表號
           05  WHL-ACNT.                       *> 申請人帳號
               10  WHL-ACNT-BROKER PIC X(04).  *> 開戶券商代號
               10  WHL-ACNT-NO     PIC X(07).  *> 申請人帳號
      *    '?' = 帳戶不在 ACNTMSTR 或活動歷史未載帳號。
           05  WHL-INVESTOR-TYPE   PIC X(01).  *> 投資人類別
           05  WHL-ID-NO           PIC X(10).  *> 身分證/統編/外資代號
           05  WHL-HOLDER-NAME     PIC X(40).  *> 戶名
           05  WHL-INCOME-CODE     PIC X(02).  *> 扣繳憑單所得格式
           05  WHL-UNITS           PIC 9(13).  *> 基準日持有單位數
           05  WHL-DIST-RATE       PIC 9(03)V9(04). *> 每單位分配率
           05  WHL-WHT-RATE        PIC 9V9(04). *> 扣繳率
           05  WHL-GROSS           PIC 9(13)V99. *> 應付總額
           05  WHL-TAX             PIC 9(13)V99. *> 扣繳稅額
           05  WHL-NET             PIC 9(13)V99. *> 實付淨額
           05  WHL-POST-DATE       PIC 9(08).  *> 過帳日
           05  FILLER              PIC X(10).
