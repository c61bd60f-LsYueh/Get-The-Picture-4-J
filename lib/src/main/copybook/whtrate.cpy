      * 檔案名稱：WHTRATE（分配扣繳稅率表）
      *---------------------------------------------------------------
      * 每投資人類別（同 ACNTMSTR 之 ACNM-INVESTOR-TYPE）一筆生效
      * 日別扣繳率；稅率調整以新生效日另立新筆、不回溯，M02DIST
      * 取生效日不晚於發放日之最新一筆。類別 '?' 為帳戶不在主檔
      * 或活動歷史未載帳號之持有人適用稅率，須明列；本國（D）
      * 未列者視為不扣繳，其餘類別未列者 M02DIST 中止不發放。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  WHT-RATE-REC.
           05  WHR-INVESTOR-TYPE   PIC X(01).  *> 投資人類別(D/Q/N/?)
           05  WHR-EFF-DATE        PIC 9(08).  *> 生效日(西曆)
           05  WHR-RATE            PIC 9V9(04). *> 扣繳率
           05  WHR-INCOME-CODE     PIC X(02).  *> 扣繳憑單所得格式
           05  FILLER              PIC X(10).
