      * 檔案名稱：FEEDREG（外部來源檔指紋登錄檔）
      *---------------------------------------------------------------
      * M02FPRT 於每日流程最前端為各外部來源檔（M02/M05 申報、
      * 銀行/保管行回覆、交易所有價證券、交易檯成交、TWSE 回覆）
      * 逐檔計算之指紋，每營業日每檔一筆附加累積：筆數、雜湊
      * 合計（各檔指定數量/金額欄位加總）、檔內最早/最晚日期。
      * 新到檔之指紋與前營業日已登錄者完全相同即為重送舊檔。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  FEED-REG-REC.
           05  FR-BUS-DATE         PIC 9(08).  *> 登錄營業日(西曆)
           05  FR-FILE-TAG         PIC X(08).  *> 來源檔 DD 名
           05  FR-RECORD-CNT       PIC 9(09).  *> 筆數
           05  FR-HASH-TOTAL       PIC 9(18).  *> 雜湊合計
           05  FR-FIRST-DATE       PIC 9(08).  *> 檔內最早日期
           05  FR-LAST-DATE        PIC 9(08).  *> 檔內最晚日期
           05  FR-REG-DATE         PIC 9(08).  *> 登錄日(西曆)
           05  FR-REG-TIME         PIC 9(06).  *> 登錄時刻
