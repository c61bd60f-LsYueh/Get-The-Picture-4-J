      * 檔案名稱：FUNDFEE（基金經理費/保管費費率主檔）
      *---------------------------------------------------------------
      * 每 ETF 每費用別一筆以上：'M' 經理費（受款人為投信）、'C'
      * 保管費（受款人為保管銀行），年費率以百分比表示。費率或
      * 受款人異動以新生效日另立新筆，不回溯（計提程式逐日取
      * 當日有效之最新一筆，作法比照 FEESCHED）。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  FUND-FEE-REC.
           05  FF-ETF-ID           PIC X(06).  *> ETF代號
      *    'M' = 經理費；'C' = 保管費。
           05  FF-FEE-TYPE         PIC X(01).  *> 費用別
               88  FF-MGMT-FEE              VALUE 'M'.
               88  FF-CUST-FEE              VALUE 'C'.
           05  FF-EFF-DATE         PIC 9(08).  *> 生效日(西曆)
           05  FF-ANNUAL-RATE      PIC 9(02)V9(04). *> 年費率(%)
           05  FF-PAYEE-ID         PIC X(08).  *> 受款人代號
           05  FF-PAYEE-NAME       PIC X(40).  *> 受款人名稱
           05  FILLER              PIC X(11).
