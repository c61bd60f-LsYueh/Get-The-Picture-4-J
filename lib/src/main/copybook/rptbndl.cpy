      * 檔案名稱：RPTBNDL（收件單位報表包）
      *---------------------------------------------------------------
      * RPTDIST 依報表收件表（RPTRCPT）將每段報表按收件單位、份數
      * 逐份寫出，每份前加一行分隔標題；列印派送依 RBN-DESK 分包。
      * 未列於收件表之報表送值班 OPSDUTY 一份。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  RPT-BUNDLE-REC.
           05  RBN-DESK            PIC X(08).  *> 收件單位
           05  RBN-PROGRAM         PIC X(08).  *> 報表程式名
           05  RBN-BUS-DATE        PIC 9(08).  *> 營業日(西曆)
           05  RBN-COPY-NO         PIC 9(02).  *> 第幾份
           05  RBN-TEXT            PIC X(132). *> 報表行
