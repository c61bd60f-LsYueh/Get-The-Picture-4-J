      * 保管行回覆比對後之未達/短交指示，每日帶檔滾存（比對程式
      * 讀入前日主檔、寫出當日新檔），已補足交割者除檔。齡期以
      * TWSE 交易日計算（交割日之後之交易日數）。
      * 券商端（RECV）違約齡期達門檻者由強制補購程式（M02BUYN）
      * 發出補購通知（'N'），交易室補購成交後改記 'B' 並將價差
      * 掛入券商應收帳款（ARSUB）；'B' 者不再計齡、不列未結違約，
      * 隔日由比對程式除檔。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  FAIL-MSTR-REC.
           05  FM-CONF-SHARES      PIC 9(13).  *> 已確認交割股數
           05  FM-SHORT-SHARES     PIC 9(13).  *> 未達股數
           05  FM-AGE-DAYS         PIC 9(03).  *> 齡期(交易日)
      *    空白/'O' = 未結；'N' = 已發補購通知；'B' = 已補購結案。
           05  FM-STATUS           PIC X(01).  *> 違約狀態
               88  FM-OPEN-FAIL             VALUE ' ' 'O' 'N'.
               88  FM-NOTICE-SENT           VALUE 'N'.
               88  FM-BOUGHT-IN             VALUE 'B'.
           05  FM-NOTICE-DATE      PIC 9(08).  *> 補購通知日(西曆)
           05  FM-BUYIN-DATE       PIC 9(08).  *> 補購結案日(西曆)
