      * 檔案名稱：INAVPUB（盤中預估淨值發布檔）
      *---------------------------------------------------------------
      * M05INAV 每快照時間每 ETF 一筆，供發布予造市商及交易所：
      *   預估淨值 = （Σ 籃子股數 × 最近成交價 + ESTD-VALUE 估計
      *             現金差額）÷ BASE-VALUE 基本單位數。
      * INP-TRADED-CNT 為盤中已有成交價之成分股數，其餘成分股仍
      * 以前日收盤價計算。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  INAV-PUB-REC.
           05  INP-ETF-ID          PIC X(06).  *> ETF代號
           05  INP-SNAP-DATE       PIC 9(08).  *> 交易日(西曆)
           05  INP-SNAP-TIME       PIC 9(06).  *> 快照時間 HHMMSS
           05  INP-INAV            PIC 9(5)V9(4). *> 每單位預估淨值
           05  INP-BASKET-AMT      PIC 9(16)V99. *> 籃子市值+現金差額
           05  INP-CONST-CNT       PIC 9(04).  *> 成分股數
           05  INP-TRADED-CNT      PIC 9(04).  *> 盤中已成交股數
