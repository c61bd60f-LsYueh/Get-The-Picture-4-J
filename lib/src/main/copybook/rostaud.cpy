      * 檔案名稱：ROSTAUD（值班表維護前後值稽核檔）
      *---------------------------------------------------------------
      * ROSTMNT 每次排班、變更或取消寫一筆（EXTEND 開啟）：新增
      * 者前值空白，取消者後值空白。動作碼：A=排班 C=變更 D=取消。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ROST-AUDIT-REC.
           05  ROSA-CHANGE-DATE      PIC 9(08).  *> 維護日
           05  ROSA-CHANGE-TIME      PIC 9(06).  *> 維護時刻
           05  ROSA-OPERATOR-ID      PIC X(08).  *> 經辦代號
           05  ROSA-ACTION           PIC X(01).  *> 動作碼
           05  ROSA-DUTY-DATE        PIC 9(08).  *> 值班日
           05  ROSA-SHIFT            PIC X(01).  *> 班別
           05  ROSA-EMP-ID           PIC 9(05).  *> 值班員工編號
           05  ROSA-BEFORE-ESCALATE  PIC X(01).  *> 維護前升級聯絡
           05  ROSA-AFTER-ESCALATE   PIC X(01).  *> 維護後升級聯絡
           05  ROSA-BEFORE-TEL       PIC X(15).  *> 維護前聯絡電話
           05  ROSA-AFTER-TEL        PIC X(15).  *> 維護後聯絡電話
