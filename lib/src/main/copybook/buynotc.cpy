      * 檔案名稱：BUYNOTC（強制補購通知檔）
      *---------------------------------------------------------------
      * M02BUYN 就齡期達門檻之券商違約（FAILMSTR RECV 方向）每筆
      * 發出一筆補購通知；交易室取全檔安排補購，券商聯依
      * BN-BROKER-ID 分送。通知只發一次（違約記 'N'）。原成交價
      * 取原申請日（交割日前第二個交易日）之 PRCHIST 收盤價，供
      * 券商預估價差負擔。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BUYIN-NOTICE-REC.
           05  BN-NOTICE-DATE      PIC 9(08).  *> 通知日(西曆)
           05  BN-BROKER-ID        PIC X(04).  *> 券商代表號
           05  BN-ETF-ID           PIC X(06).  *> ETF代號
           05  BN-STKNO            PIC X(06).  *> 股票代號(成分股)
           05  BN-SETTLE-DATE      PIC 9(08).  *> 原定交割日(西曆)
           05  BN-TX-DATE          PIC 9(08).  *> 原申請日(西曆)
           05  BN-SHORT-SHARES     PIC 9(13).  *> 應補購股數
           05  BN-AGE-DAYS         PIC 9(03).  *> 齡期(交易日)
           05  BN-ORIG-PRICE       PIC 9(5)V9(4). *> 原成交價(收盤價)
