      * 檔案名稱：ALRTMSG（傳呼/電郵閘道警示訊息檔）
      *---------------------------------------------------------------
      * ALRTNTFY 每發一則警示寫一筆，閘道依固定格式讀取：收件
      * 群組、嚴重度、來源程式、產生日期時刻及簡短說明。本檔以
      * OPEN EXTEND 附加，閘道取件後自行清檔。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ALERT-MSG-REC.
           05  ALM-RECIPIENT-GROUP PIC X(08).  *> 收件群組
           05  ALM-SEVERITY        PIC X(01).  *> H=高 M=中 L=低
           05  ALM-SOURCE-PGM      PIC X(08).  *> 來源程式
           05  ALM-MSG-DATE        PIC 9(08).  *> 產生日(西曆)
           05  ALM-MSG-TIME        PIC 9(06).  *> 產生時刻
           05  ALM-TEXT            PIC X(60).  *> 警示說明
           05  FILLER              PIC X(09).
