      * 檔案名稱：M02BRKF（券商 M02 來檔檔頭/檔尾控制紀錄）
      *---------------------------------------------------------------
      * 各券商自行送交之 M02 檔與明細同為 150 位元組；第一筆為檔頭
      * （'H'），最末筆為檔尾（'T'），中間為 M02 明細原樣（異動碼
      * 1-4，不與 'H'/'T' 衝突），作法比照 M02XMIT。同一券商當日
      * 得送多檔，以檔案序號區分。M02CONS 逐檔驗證檔尾筆數、
      * T-STOCK-NOS 雜湊合計及明細 BROKER-ID 與檔頭相符後彙併。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BRKF-HEADER-REC.
           05  BH-REC-TYPE         PIC X(01).  *> 'H'
           05  BH-BROKER-ID        PIC X(04).  *> 券商代表號
           05  BH-BUSINESS-DATE    PIC 9(08).  *> 營業日(西曆)
           05  BH-FILE-SEQ         PIC 9(03).  *> 當日檔案序號
           05  FILLER              PIC X(134).
      *
       01  BRKF-TRAILER-REC.
           05  BT-REC-TYPE         PIC X(01).  *> 'T'
           05  BT-RECORD-CNT       PIC 9(09).  *> 明細筆數
           05  BT-T-HASH           PIC 9(15).  *> T-STOCK-NOS 合計
           05  FILLER              PIC X(125).
