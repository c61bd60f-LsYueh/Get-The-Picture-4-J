      * 檔案名稱：RPTCAT（報表目錄檔）
      *---------------------------------------------------------------
      * RPTDIST 每日流程末將各 DISP=MOD 累積報表資料集當營業日新增
      * 之段落（PIECE）切出歸檔，每段每收件單位登錄一筆 'C'；
      * RPTRPRT 重印時另附加一筆 'R' 留痕。OPEN EXTEND 累積。
      * 'C' 紀錄之起訖行號（原資料集中之行數位置）即下次切段之
      * 起點；同營業日重跑（RESTART）新增者另立段號。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  RPT-CATALOG-REC.
      *    'C' = 切段登錄；'R' = 重印紀錄。
           05  RCT-ENTRY-TYPE      PIC X(01).  *> 紀錄別
               88  RCT-CATALOGUED           VALUE 'C'.
               88  RCT-REPRINTED            VALUE 'R'.
           05  RCT-PROGRAM         PIC X(08).  *> 報表程式名
           05  RCT-BUS-DATE        PIC 9(08).  *> 營業日(西曆)
           05  RCT-PIECE-NO        PIC 9(03).  *> 段號(同日第幾段)
           05  RCT-DESK            PIC X(08).  *> 收件單位
           05  RCT-COPIES          PIC 9(02).  *> 份數
           05  RCT-LINE-FROM       PIC 9(09).  *> 原資料集起行號
           05  RCT-LINE-CNT        PIC 9(07).  *> 行數
           05  RCT-PAGE-CNT        PIC 9(05).  *> 頁數
           05  RCT-ACTION-DATE     PIC 9(08).  *> 登錄/重印日
           05  RCT-ACTION-TIME     PIC 9(06).  *> 登錄/重印時間
           05  FILLER              PIC X(10).
