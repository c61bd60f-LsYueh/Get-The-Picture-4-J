      * TOLMAINT 每次維護寫一筆，作法比照 EMP-AUDIT-REC：前值為
      * 維護當時有效之容許值（主檔無者記零），後值為新立之容許
      * 值。稽核官要查「誰在何時把 QFII 門檻設成多少」即查本檔。
      * 異動經雙人覆核後方寫本檔：TOLA-OPERATOR-ID 為鍵入經辦，
      * TOLA-APPROVER-ID 為覆核經辦（見 PENDCHG）。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  TOL-AUDIT-REC.
           05  TOLA-OPERATOR-ID    PIC X(08).  *> 經辦代號
           05  TOLA-BEFORE-VALUE   PIC 9(10)V9(04). *> 維護前有效值
           05  TOLA-AFTER-VALUE    PIC 9(10)V9(04). *> 維護後值
           05  TOLA-APPROVER-ID    PIC X(08).  *> 覆核經辦代號
