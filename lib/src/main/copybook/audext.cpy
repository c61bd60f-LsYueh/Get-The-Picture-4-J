      * 檔案名稱：AUDEXT（彙總稽核軌跡抽檔）
      *---------------------------------------------------------------
      * AUDINQ 將各維護稽核檔、保安紀錄（SECLOG）、例外簽收欄位及
      * 待覆核佇列（PENDCHG）轉為同一格式，依時間排序後列印，並可
      * 寫出本格式之循序檔供稽核人員以自有工具分析。原軌跡無時刻
      * 者記零；無經辦代號者（EMPAUDIT）記空白。
      * 事件類別：C=維護異動 S=例外簽收/結案 F=拒絕簽到/拒絕動作
      *           Q=送覆核 D=覆核決定（核准/退回）。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  AUD-EXTRACT-REC.
           05  AX-EVENT-DATE       PIC 9(08).  *> 事件日(西曆)
           05  AX-EVENT-TIME       PIC 9(06).  *> 事件時刻
           05  AX-SOURCE           PIC X(08).  *> 來源軌跡檔
           05  AX-PROGRAM          PIC X(08).  *> 維護/交易程式
           05  AX-OPERATOR-ID      PIC X(08).  *> 經辦(鍵入)代號
           05  AX-APPROVER-ID      PIC X(08).  *> 覆核經辦代號
           05  AX-EVENT-TYPE       PIC X(01).  *> 事件類別
               88  AX-CHANGE                VALUE 'C'.
               88  AX-SIGN-OFF              VALUE 'S'.
               88  AX-REFUSED               VALUE 'F'.
               88  AX-QUEUED                VALUE 'Q'.
               88  AX-DECISION              VALUE 'D'.
           05  AX-ACTION           PIC X(01).  *> 原軌跡之動作碼
           05  AX-KEY              PIC X(20).  *> 異動之記錄鍵值
           05  AX-BEFORE           PIC X(40).  *> 異動前值
           05  AX-AFTER            PIC X(40).  *> 異動後值/原因
