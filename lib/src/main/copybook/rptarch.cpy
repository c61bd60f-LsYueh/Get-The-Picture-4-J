      * 檔案名稱：RPTARCH（報表歸檔檔）
      *---------------------------------------------------------------
      * RPTDIST 切出之各段報表原文逐行歸檔（OPEN EXTEND 累積），
      * 以報表程式名 + 營業日 + 段號 + 行號識別，RPTRPRT 據以
      * 重印，不再依賴原 DISP=MOD 資料集。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  RPT-ARCHIVE-REC.
           05  RAR-PROGRAM         PIC X(08).  *> 報表程式名
           05  RAR-BUS-DATE        PIC 9(08).  *> 營業日(西曆)
           05  RAR-PIECE-NO        PIC 9(03).  *> 段號
           05  RAR-LINE-NO         PIC 9(07).  *> 段內行號
           05  RAR-TEXT            PIC X(132). *> 報表行原文
