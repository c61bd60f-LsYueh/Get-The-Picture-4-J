      * 檔案名稱：FEELEDG（基金費用計提累計帳）
      *---------------------------------------------------------------
      * 每 ETF 每費用別一筆（M05FEEA 維護，讀入 FEEIN、寫出 FEEOUT
      * 帶檔滾存，作法比照 BORRLEDG），記錄計提至何日、最近一筆
      * 可用之總淨值（ANCE TOTAL-AV，非交易日即沿用此值）及
      * 當月/自始累計計提金額。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  FEE-LEDGER-REC.
           05  FEL-KEY.
               10  FEL-ETF-ID      PIC X(06).  *> ETF代號
               10  FEL-FEE-TYPE    PIC X(01).  *> 費用別 M/C
           05  FEL-LAST-ACCR-DATE  PIC 9(08).  *> 已計提至(西曆)
           05  FEL-AV-DATE         PIC 9(08).  *> 總淨值公告日(西曆)
           05  FEL-TOTAL-AV        PIC 9(18).  *> 最近總淨值
           05  FEL-ACCR-MONTH      PIC 9(06).  *> 當月(YYYYMM)
           05  FEL-MTD-AMT         PIC 9(13)V99. *> 當月累計計提
           05  FEL-CUM-AMT         PIC 9(15)V99. *> 自始累計計提
           05  FILLER              PIC X(10).
