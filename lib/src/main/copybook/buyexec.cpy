      * 檔案名稱：BUYEXEC（交易檯強制補購成交檔）
      *---------------------------------------------------------------
      * 交易室就券商違約未交之股票（FAILMSTR RECV 方向、已發補購
      * 通知者）於市場強制補購之實際成交，每筆對應一筆違約（鍵值：
      * 原定交割日+券商+ETF+股票代號）。同一違約分批補購者可有
      * 多筆。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BUYIN-EXEC-REC.
           05  BX-SETTLE-DATE      PIC 9(08).  *> 原定交割日(西曆)
           05  BX-BROKER-ID        PIC X(04).  *> 券商代表號
           05  BX-ETF-ID           PIC X(06).  *> ETF代號
           05  BX-STKNO            PIC X(06).  *> 股票代號(成分股)
           05  BX-EXEC-DATE        PIC 9(08).  *> 補購成交日(西曆)
           05  BX-SHARES           PIC 9(13).  *> 補購股數
           05  BX-AVG-PRICE        PIC 9(5)V9(4). *> 成交均價
