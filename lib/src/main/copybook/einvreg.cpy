      * 檔案名稱：EINVREG（電子發票開立登記簿）
      *---------------------------------------------------------------
      * M02EINV 每開立、作廢一張發票或開立一張折讓證明單即附加
      * 一筆（OPEN EXTEND，作法比照 ACTHIST），不回頭改寫，供稽核
      * 及營業稅申報對帳。每筆以券商 + 計費月份 + 帳款類別對應其
      * 所支持之應收帳款明細（AR-SUB-REC）。
      *   'I' 開立  - 金額為發票銷售額/稅額/總計；作為重開者
      *               EIR-LINK-INVOICE 記被作廢之原發票號碼。
      *   'V' 作廢  - 金額同原發票；EIR-LINK-INVOICE 記重開之新
      *               發票號碼（減為零者空白）。
      *   'A' 折讓  - 金額為折讓額；EIR-ALLOW-NO 為折讓單號碼。
      * 發票號碼 = 字軌 + 八碼號碼；金額為新臺幣元，無角分。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  EINV-REGISTER-REC.
           05  EIR-INVOICE-NO      PIC X(10).  *> 發票號碼
           05  EIR-ENTRY-TYPE      PIC X(01).  *> 登記類別
               88  EIR-ISSUED               VALUE 'I'.
               88  EIR-VOIDED               VALUE 'V'.
               88  EIR-ALLOWANCE            VALUE 'A'.
           05  EIR-ENTRY-DATE      PIC 9(08).  *> 開立/作廢/折讓日
           05  EIR-PERIOD          PIC 9(06).  *> 發票期別(單月)
           05  EIR-AR-KEY.
               10  EIR-BROKER-ID   PIC X(04).  *> 券商代表號
               10  EIR-BILL-MONTH  PIC 9(06).  *> 計費月份(YYYYMM)
               10  EIR-ITEM-TYPE   PIC X(01).  *> 帳款類別
           05  EIR-BUYER-BAN       PIC X(08).  *> 買受人統一編號
           05  EIR-SALES-AMT       PIC 9(12).  *> 銷售額(未稅)
           05  EIR-TAX-AMT         PIC 9(10).  *> 營業稅額
           05  EIR-TOTAL-AMT       PIC 9(12).  *> 總計
           05  EIR-ALLOW-NO        PIC X(16).  *> 折讓單號碼
           05  EIR-LINK-INVOICE    PIC X(10).  *> 關聯發票號碼
           05  EIR-REASON          PIC X(20).  *> 作廢/折讓原因
           05  FILLER              PIC X(10).
