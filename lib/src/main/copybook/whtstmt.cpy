      * 檔案名稱：WHTSTMT（年度扣繳憑單申報檔）
      *---------------------------------------------------------------
      * M02WHTS 於年度終了後依 WHTLEDG 彙總，每所得人（申請人
      * 帳號）每所得格式一筆，僅列境外/外資及類別不明者（本國
      * 投資人改由股利憑單另行申報）。金額以元為單位。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  WHT-STMT-REC.
           05  WHS-WITHHOLDER-BAN  PIC X(08).  *> 扣繳單位統一編號
           05  WHS-INCOME-YEAR     PIC 9(04).  *> 所得年度(西曆)
           05  WHS-INCOME-CODE     PIC X(02).  *> 所得格式代號
           05  WHS-RECIPIENT-ID    PIC X(10).  *> 所得人證號
           05  WHS-RECIPIENT-NAME  PIC X(40).  *> 所得人姓名/名稱
           05  WHS-INVESTOR-TYPE   PIC X(01).  *> 投資人類別
           05  WHS-ACNT.                       *> 申請人帳號
               10  WHS-ACNT-BROKER PIC X(04).  *> 開戶券商代號
               10  WHS-ACNT-NO     PIC X(07).  *> 申請人帳號
           05  WHS-PAY-CNT         PIC 9(03).  *> 給付次數
           05  WHS-GROSS           PIC 9(13).  *> 給付總額
           05  WHS-TAX             PIC 9(13).  *> 扣繳稅額
           05  WHS-NET             PIC 9(13).  *> 給付淨額
           05  FILLER              PIC X(10).
