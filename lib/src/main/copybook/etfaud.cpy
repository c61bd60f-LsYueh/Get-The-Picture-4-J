      * 檔案名稱：ETFAUD（ETF 主檔生命週期維護稽核檔）
      *---------------------------------------------------------------
      * ETFMAINT 每次維護、ETFROLL 每次於生效日套用排程異動各寫
      * 一筆，作法比照 BRK-AUDIT-REC：維護前後狀態、生效日、是否
      * 排程（生效日晚於維護日）及清算基金之最後申購/最後買回/
      * 下市日。ETFROLL 套用者經辦代號記 'ETFROLL'。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ETF-AUDIT-REC.
           05  ETFA-ETF-ID           PIC X(06).  *> ETF代號
           05  ETFA-CHANGE-DATE      PIC 9(08).  *> 維護日
           05  ETFA-CHANGE-TIME      PIC 9(06).  *> 維護時刻
           05  ETFA-OPERATOR-ID      PIC X(08).  *> 經辦代號
      *    L=上市 S=暫停 R=恢復 T=終止(清算) X=撤銷排程 P=排程生效
           05  ETFA-ACTION           PIC X(01).  *> 維護動作
           05  ETFA-EFF-DATE         PIC 9(08).  *> 生效日
           05  ETFA-SCHEDULED        PIC X(01).  *> Y=排程 N=即時
           05  ETFA-BEFORE-STATUS    PIC X(01).  *> 維護前狀態
           05  ETFA-AFTER-STATUS     PIC X(01).  *> 維護後狀態
           05  ETFA-ETF-NAME         PIC X(30).  *> ETF名稱
           05  ETFA-LAST-CREATE-DATE PIC 9(08).  *> 最後申購日
           05  ETFA-LAST-REDEEM-DATE PIC 9(08).  *> 最後買回日
           05  ETFA-DELIST-DATE      PIC 9(08).  *> 下市日
