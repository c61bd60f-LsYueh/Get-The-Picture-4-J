      * 檔案名稱：FEEACCR（基金費用每日計提歷史檔）
      *---------------------------------------------------------------
      * M05FEEA 每 ETF 每費用別每日曆日一筆（OPEN EXTEND 附加）：
      * 計提額 = 總淨值 × 年費率 ÷ 100 ÷ 365。非交易日沿用前一
      * 交易日之總淨值（FA-AV-DATE 即所用總淨值之公告日）。月底
      * M05FEEM 依計提日所屬月份彙總各 ETF/受款人應付費用。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  FEE-ACCRUAL-REC.
           05  FA-ACCR-DATE        PIC 9(08).  *> 計提日(西曆)
           05  FA-ETF-ID           PIC X(06).  *> ETF代號
           05  FA-FEE-TYPE         PIC X(01).  *> 費用別 M/C
           05  FA-PAYEE-ID         PIC X(08).  *> 受款人代號
           05  FA-AV-DATE          PIC 9(08).  *> 總淨值公告日(西曆)
           05  FA-TOTAL-AV         PIC 9(18).  *> 計提所用總淨值
           05  FA-ANNUAL-RATE      PIC 9(02)V9(04). *> 年費率(%)
           05  FA-DAY-AMT          PIC 9(11)V99. *> 當日計提額
           05  FA-RUN-DATE         PIC 9(08).  *> 入帳營業日(西曆)
