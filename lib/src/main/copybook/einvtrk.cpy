      * 檔案名稱：EINVTRK（統一發票字軌配號主檔）
      *---------------------------------------------------------------
      * 財政部電子發票整合服務平台每期（兩個月一期，期別以單月
      * 表示，如 202609 = 九、十月）配給之字軌號碼區間，每區間
      * 一筆。M02EINV 讀入 TRKIN、寫出 TRKOUT 帶檔滾存（作法比照
      * ARSUB），並就平台下載之新配號（TRKNEW，同格式）併入。
      * 開立時依檔案順序取當期第一個尚有餘號之區間；TRK-NEXT-NO
      * 大於 TRK-END-NO 即表示該區間已用罄。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  EINV-TRACK-REC.
           05  TRK-PERIOD          PIC 9(06).  *> 期別(單月 YYYYMM)
           05  TRK-TRACK           PIC X(02).  *> 字軌(英文二碼)
           05  TRK-START-NO        PIC 9(08).  *> 起號
           05  TRK-END-NO          PIC 9(08).  *> 迄號
           05  TRK-NEXT-NO         PIC 9(08).  *> 下一可用號碼
           05  TRK-ALLOT-DATE      PIC 9(08).  *> 併入日(西曆)
           05  FILLER              PIC X(10).
