      * 檔案名稱：ALRTLOG（已發警示紀錄檔）
      *---------------------------------------------------------------
      * ALRTNTFY 每發一則警示附加一筆。同一營業日同類別、同來源
      * 程式、同鍵值之警示已在本檔者不再重發；OPSHAND 交接頁據以
      * 列示夜間已通報事項。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ALERT-LOG-REC.
           05  ALG-BUS-DATE        PIC 9(08).  *> 營業日(西曆)
      *    E=高嚴重度例外 B=控制合計對不上 R=步驟回傳碼>=8。
           05  ALG-ALERT-TYPE      PIC X(01).  *> 警示類別
               88  ALG-EXCEPTION            VALUE 'E'.
               88  ALG-OUT-OF-BALANCE       VALUE 'B'.
               88  ALG-RETURN-CODE          VALUE 'R'.
           05  ALG-SOURCE-PGM      PIC X(08).  *> 來源程式
           05  ALG-ALERT-KEY       PIC X(20).  *> 警示鍵值
           05  ALG-SEVERITY        PIC X(01).  *> 嚴重度
           05  ALG-GROUP           PIC X(08).  *> 收件群組
           05  ALG-SENT-DATE       PIC 9(08).  *> 發送日(西曆)
           05  ALG-SENT-TIME       PIC 9(06).  *> 發送時刻
           05  ALG-TEXT            PIC X(60).  *> 警示說明
