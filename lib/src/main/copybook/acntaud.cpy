      * 檔案名稱：ACNTAUD（申請人帳戶主檔維護前後值稽核檔）
      *---------------------------------------------------------------
      * ACNTMNT 每次維護寫一筆，作法比照 BRK-AUDIT-REC：新增者
      * 前值空白，其餘為維護前後之狀態、投資人類別、身分證號、
      * 戶名與開銷戶日。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ACNT-AUDIT-REC.
           05  ACNA-ACNT             PIC X(11).  *> 申請人帳號
           05  ACNA-CHANGE-DATE      PIC 9(08).  *> 維護日
           05  ACNA-OPERATOR-ID      PIC X(08).  *> 經辦代號
           05  ACNA-ACTION           PIC X(01).  *> A=新增 C=變更
           05  ACNA-BEFORE-STATUS    PIC X(01).  *> 維護前狀態
           05  ACNA-AFTER-STATUS     PIC X(01).  *> 維護後狀態
           05  ACNA-BEFORE-TYPE      PIC X(01).  *> 維護前投資人類別
           05  ACNA-AFTER-TYPE       PIC X(01).  *> 維護後投資人類別
           05  ACNA-BEFORE-ID-NO     PIC X(10).  *> 維護前身分證號
           05  ACNA-AFTER-ID-NO      PIC X(10).  *> 維護後身分證號
           05  ACNA-BEFORE-NAME      PIC X(40).  *> 維護前戶名
           05  ACNA-AFTER-NAME       PIC X(40).  *> 維護後戶名
           05  ACNA-BEFORE-OPEN      PIC 9(08).  *> 維護前開戶日
           05  ACNA-AFTER-OPEN       PIC 9(08).  *> 維護後開戶日
           05  ACNA-BEFORE-CLOSE     PIC 9(08).  *> 維護前銷戶日
           05  ACNA-AFTER-CLOSE      PIC 9(08).  *> 維護後銷戶日
