      * 檔案名稱：BRKAUD（參加人主檔維護前後值稽核檔）
      *---------------------------------------------------------------
      * BRKMAINT 每次維護寫一筆，作法比照 EMP-AUDIT-REC：新增者
      * 前值空白，其餘為維護前後之狀態、契約到期日、交割帳戶、
      * 名稱、聯絡人、地址與統一編號。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BRK-AUDIT-REC.
           05  BRKA-BROKER-ID        PIC X(04).  *> 券商代表號
           05  BRKA-CHANGE-DATE      PIC 9(08).  *> 維護日
           05  BRKA-OPERATOR-ID      PIC X(08).  *> 經辦代號
           05  BRKA-ACTION           PIC X(01).  *> A=新增 C=變更
           05  BRKA-BEFORE-STATUS    PIC X(01).  *> 維護前狀態
           05  BRKA-AFTER-STATUS     PIC X(01).  *> 維護後狀態
           05  BRKA-BEFORE-EXPIRY    PIC 9(08).  *> 維護前契約到期日
           05  BRKA-AFTER-EXPIRY     PIC 9(08).  *> 維護後契約到期日
           05  BRKA-BEFORE-ACCOUNT   PIC X(21).  *> 維護前交割行+帳號
           05  BRKA-AFTER-ACCOUNT    PIC X(21).  *> 維護後交割行+帳號
           05  BRKA-BEFORE-NAME      PIC X(40).  *> 維護前名稱
           05  BRKA-AFTER-NAME       PIC X(40).  *> 維護後名稱
           05  BRKA-BEFORE-CONTACT   PIC X(35).  *> 維護前聯絡人+電話
           05  BRKA-AFTER-CONTACT    PIC X(35).  *> 維護後聯絡人+電話
           05  BRKA-BEFORE-ADDRESS   PIC X(80).  *> 維護前地址
           05  BRKA-AFTER-ADDRESS    PIC X(80).  *> 維護後地址
           05  BRKA-BEFORE-TAX-ID    PIC X(08).  *> 維護前統一編號
           05  BRKA-AFTER-TAX-ID     PIC X(08).  *> 維護後統一編號
