      * 每日由編審完成之 M02 累積（OPEN EXTEND，作法比照 NAVHIST），
      * 僅收 ERROR-CODE 空白者。月結計費（M02BILL）與主管機關月報
      * （M02REGS）共用本檔，免得月底再回頭翻整月日檔。
      * 申請人帳號（ACTH-ACNT）供 M02DIST 依帳戶投資人類別計算
      * 分配扣繳；早期未載帳號之紀錄該欄為空白。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ACTIVITY-HIST-REC.
           05  ACTH-UNITS          PIC 9(10).  *> 單位數(T-STOCK-NOS)
           05  ACTH-CASH-IN-LIEU   PIC X(01).  *> 現金替代記號
           05  ACTH-LACK-NOS       PIC 9(10).  *> 替代股數(短缺部位)
           05  ACTH-ACNT.                      *> 申請人帳號
               10  ACTH-ACNT-BROKER PIC X(04). *> 開戶券商代號
               10  ACTH-ACNT-NO    PIC X(07).  *> 申請人帳號
