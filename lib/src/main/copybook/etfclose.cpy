      * 檔案名稱：ETFCLOSE（ETF 市場收盤價檔）
      *---------------------------------------------------------------
      * 交易所收盤後提供之 ETF 本身收盤價，每 ETF 每交易日一筆，
      * 供折溢價監控（M05PRDS）與官方淨值比對。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ETF-CLOSE-REC.
           05  EC-ETF-ID           PIC X(06).  *> ETF代號
           05  EC-TRADE-DATE       PIC 9(08).  *> 交易日(西曆)
           05  EC-CLOSE-PRICE      PIC 9(5)V9(4). *> 收盤價
           05  EC-VOLUME           PIC 9(12).  *> 成交量(單位)
