      * 檔案名稱：EINVUPL（電子發票平台上傳檔）
      *---------------------------------------------------------------
      * M02EINV 每次執行寫出，交平台上傳作業轉送財政部電子發票
      * 整合服務平台。訊息別依平台規格：
      *   A0401 開立發票   A0501 作廢發票   B0401 開立折讓證明單
      * 課稅別 '1' = 應稅，稅率 5%；金額為新臺幣元。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  EINV-UPLOAD-REC.
           05  EIU-MSG-TYPE        PIC X(05).  *> 訊息別
           05  EIU-INVOICE-NO      PIC X(10).  *> 發票號碼
           05  EIU-INVOICE-DATE    PIC 9(08).  *> 發票日期
           05  EIU-INVOICE-TIME    PIC 9(06).  *> 開立/作廢時間
           05  EIU-SELLER-BAN      PIC X(08).  *> 賣方統一編號
           05  EIU-BUYER-BAN       PIC X(08).  *> 買受人統一編號
           05  EIU-BUYER-NAME      PIC X(40).  *> 買受人名稱
           05  EIU-TAX-TYPE        PIC X(01).  *> 課稅別
           05  EIU-TAX-RATE        PIC 9(01)V9(02). *> 稅率
           05  EIU-SALES-AMT       PIC 9(12).  *> 銷售額(未稅)
           05  EIU-TAX-AMT         PIC 9(10).  *> 營業稅額
           05  EIU-TOTAL-AMT       PIC 9(12).  *> 總計
           05  EIU-ALLOW-NO        PIC X(16).  *> 折讓單號碼
           05  EIU-ALLOW-DATE      PIC 9(08).  *> 折讓日期
           05  EIU-CANCEL-REASON   PIC X(20).  *> 作廢原因
           05  EIU-ITEM-DESC       PIC X(40).  *> 品名
           05  FILLER              PIC X(10).
