      * 檔案名稱：INTRAPRC（盤中成分股價格快照檔）
      *---------------------------------------------------------------
      * 交易所行情源盤中定時快照，依快照時間先後到檔；每一快照
      * 時間僅含該時段有成交（價格異動）之股票，未出現者沿用前
      * 一快照（盤前以 M05 OBJ-PRICE 前日收盤價為準）。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  INTRA-PRICE-REC.
           05  IP-SNAP-DATE        PIC 9(08).  *> 交易日(西曆)
           05  IP-SNAP-TIME        PIC 9(06).  *> 快照時間 HHMMSS
           05  IP-STKNO            PIC X(06).  *> 股票代號(成分股)
           05  IP-PRICE            PIC 9(5)V9(4). *> 最近成交價
