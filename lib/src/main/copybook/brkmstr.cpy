      * 檔案名稱：BRKMSTR（參加人（券商）基本資料主檔）
      *---------------------------------------------------------------
      * 每券商代表號一筆，索引鍵 BRKM-BROKER-ID。M02EDIT 以本檔
      * 驗證 BROKER-ID 與 ACNT-BROKER（查無、停權、終止或參加人
      * 契約已到期者退件）；M02STMT/M02BILL/M02BRET 之券商端產出
      * 取本檔名稱與地址列印。由 BRKMAINT 線上維護，前後值稽核
      * 寫 BRKAUD。統一編號供電子發票開立（M02EINV）為買受人
      * 識別；空白者不得開立。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BROKER-MASTER-REC.
           05  BRKM-BROKER-ID      PIC X(04).  *> 券商代表號
           05  BRKM-NAME           PIC X(40).  *> 券商名稱
           05  BRKM-STATUS         PIC X(01).  *> 參加人狀態
               88  BRKM-ACTIVE              VALUE 'A'.
               88  BRKM-SUSPENDED           VALUE 'S'.
               88  BRKM-TERMINATED          VALUE 'T'.
           05  BRKM-AGREE-EXPIRY   PIC 9(08).  *> 參加人契約到期日
           05  BRKM-SETL-BANK      PIC X(07).  *> 交割銀行代碼
           05  BRKM-SETL-ACCOUNT   PIC X(14).  *> 交割銀行帳號
           05  BRKM-CONTACT-NAME   PIC X(20).  *> 聯絡人
           05  BRKM-CONTACT-TEL    PIC X(15).  *> 聯絡電話
           05  BRKM-ADDRESS-1      PIC X(40).  *> 地址(一)
           05  BRKM-ADDRESS-2      PIC X(40).  *> 地址(二)
           05  BRKM-TAX-ID         PIC X(08).  *> 統一編號
           05  FILLER              PIC X(03).
