      * 檔案名稱：M02CAUD（M02 線上更正前後值稽核檔）
      *---------------------------------------------------------------
      * 更正經雙人覆核後方寫本檔：CAUD-OPERATOR-ID 為鍵入經辦，
      * CAUD-APPROVER-ID 為覆核經辦（見 PENDCHG）。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  M02-CORR-AUDIT-REC.  *> 每次更正寫一筆，作法比照 EMP-AUDIT-REC
           05  CAUD-BROKER-ID        PIC X(04).  *> 券商代表號
           05  CAUD-AFTER-LACK       PIC 9(10).  *> 更正後短缺部位
           05  CAUD-BEFORE-ERROR     PIC X(02).  *> 更正前錯誤代碼
           05  CAUD-AFTER-ERROR      PIC X(02).  *> 更正後錯誤代碼
           05  CAUD-APPROVER-ID      PIC X(08).  *> 覆核經辦代號
