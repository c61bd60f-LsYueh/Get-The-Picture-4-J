      * 檔案名稱：PENDCHG（待覆核異動佇列檔）
      *---------------------------------------------------------------
      * M02CORR、TOLMAINT、CUSTMNT 之異動一律雙人覆核：經辦鍵入
      * 之異動不直接改正式檔，先以類別 'P' 附加於本檔；另一位具
      * ROLE-APPROVE 權限且非原經辦者覆核，核准即由原程式套用並
      * 附加一筆 'A'，退回附加一筆 'R'（附退回理由）。覆核紀錄
      * 複製原待覆核筆全部內容，以 PCH-ITEM-ID 對應。本檔只附加
      * 不改寫（EXTEND 開啟）；'P' 筆無對應 'A'/'R' 者即為待覆核。
      * OPSHAND 列示待覆核逾一日者。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PEND-CHANGE-REC.
           05  PCH-ITEM-ID.
               10  PCH-FUNCTION    PIC X(08).  *> 鍵入程式
               10  PCH-MAKER-DATE  PIC 9(08).  *> 鍵入日
               10  PCH-MAKER-TIME  PIC 9(08).  *> 鍵入時刻(含百分秒)
               10  PCH-MAKER-ID    PIC X(08).  *> 鍵入經辦代號
           05  PCH-REC-TYPE        PIC X(01).  *> 紀錄類別
               88  PCH-PENDING               VALUE 'P'.
               88  PCH-APPROVED              VALUE 'A'.
               88  PCH-REJECTED              VALUE 'R'.
           05  PCH-ITEM-KEY        PIC X(20).  *> 異動對象鍵值(顯示用)
           05  PCH-CHECKER-ID      PIC X(08).  *> 覆核經辦代號
           05  PCH-DECIDE-DATE     PIC 9(08).  *> 覆核日
           05  PCH-DECIDE-TIME     PIC 9(06).  *> 覆核時刻
           05  PCH-REASON          PIC X(30).  *> 退回理由
           05  PCH-DATA            PIC X(80).  *> 異動內容(依程式)
      *    M02CORR：退件更正之鍵值及更正前後異動碼/短缺部位。
           05  PCH-M02-DATA REDEFINES PCH-DATA.
               10  PCHM-BROKER-ID      PIC X(04).
               10  PCHM-TX-DATE        PIC 9(08).
               10  PCHM-SEQNO          PIC X(03).
               10  PCHM-BEFORE-TRAN    PIC X(01).
               10  PCHM-AFTER-TRAN     PIC X(01).
               10  PCHM-BEFORE-LACK    PIC 9(10).
               10  PCHM-AFTER-LACK     PIC 9(10).
               10  PCHM-BEFORE-ERROR   PIC X(02).
               10  FILLER              PIC X(41).
      *    TOLMAINT：容許值新筆及鍵入當時有效值。
           05  PCH-TOL-DATA REDEFINES PCH-DATA.
               10  PCHT-PROGRAM        PIC X(08).
               10  PCHT-ETF-ID         PIC X(06).
               10  PCHT-EFF-DATE       PIC 9(08).
               10  PCHT-NEW-VALUE      PIC 9(10)V9(04).
               10  PCHT-BEFORE-VALUE   PIC 9(10)V9(04).
               10  FILLER              PIC X(30).
      *    CUSTMNT：A=新增 C=變更 X=結清刪除，及鍵入當時名稱。
           05  PCH-CUST-DATA REDEFINES PCH-DATA.
               10  PCHC-ACTION         PIC X(01).
               10  PCHC-CUSTOMER-ID    PIC 9(05).
               10  PCHC-NEW-NAME       PIC X(30).
               10  PCHC-BEFORE-NAME    PIC X(30).
               10  FILLER              PIC X(14).
