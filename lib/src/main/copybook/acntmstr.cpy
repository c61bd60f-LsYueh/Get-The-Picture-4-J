      * 檔案名稱：ACNTMSTR（申請人帳戶基本資料主檔）
      *---------------------------------------------------------------
      * 每申請人帳號一筆，索引鍵 ACNM-ACNT（開戶券商代號＋帳號，
      * 同 M02 之 ACNT）。M02ACNV 以本檔剔除查無、凍結或已銷戶
      * 帳號之申購/買回；M02QFII 取投資人類別判斷是否為境外帳戶。
      * 由 ACNTMNT 線上維護，前後值稽核寫 ACNTAUD。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ACCOUNT-MASTER-REC.
           05  ACNM-ACNT.                      *> 申請人帳號(KEY)
               10  ACNM-ACNT-BROKER PIC X(04). *> 開戶券商代號
               10  ACNM-ACNT-NO    PIC 9(07).  *> 申請人帳號
           05  ACNM-STATUS         PIC X(01).  *> 帳戶狀態
               88  ACNM-ACTIVE              VALUE 'A'.
               88  ACNM-FROZEN              VALUE 'F'.
               88  ACNM-CLOSED              VALUE 'C'.
           05  ACNM-INVESTOR-TYPE  PIC X(01).  *> 投資人類別
               88  ACNM-DOMESTIC            VALUE 'D'.
               88  ACNM-QFII                VALUE 'Q'.
               88  ACNM-NONRES-INDIV        VALUE 'N'.
               88  ACNM-FOREIGN             VALUE 'Q' 'N'.
           05  ACNM-ID-NO          PIC X(10).  *> 身分證/統編/外資代號
           05  ACNM-HOLDER-NAME    PIC X(40).  *> 戶名
           05  ACNM-OPEN-DATE      PIC 9(08).  *> 開戶日
           05  ACNM-CLOSE-DATE     PIC 9(08).  *> 銷戶日(零=未銷戶)
           05  FILLER              PIC X(21).
