      * 檔案名稱：CALAUD（交易日曆維護稽核檔）
      *---------------------------------------------------------------
      * CALMAINT 每異動日曆主檔（TWSECAL）一日即附加一筆（OPEN
      * EXTEND）：年度休市公告載入逐日、臨時休市（颱風）與恢復
      * 開市各一筆，記前後日別、經辦代號與事由。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  CAL-AUDIT-REC.
           05  CALA-CAL-DATE       PIC 9(08).  *> 異動之日曆日
      *    'L' = 年度公告載入；'C' = 臨時休市；'R' = 恢復開市。
           05  CALA-ACTION         PIC X(01).  *> 維護動作
               88  CALA-YEAR-LOAD           VALUE 'L'.
               88  CALA-CLOSE               VALUE 'C'.
               88  CALA-REOPEN              VALUE 'R'.
           05  CALA-BEFORE-STATUS  PIC X(01).  *> 維護前日別(空白=新日)
           05  CALA-AFTER-STATUS   PIC X(01).  *> 維護後日別
           05  CALA-CHANGE-DATE    PIC 9(08).  *> 維護日
           05  CALA-CHANGE-TIME    PIC 9(06).  *> 維護時刻
           05  CALA-OPERATOR-ID    PIC X(08).  *> 經辦代號
           05  CALA-REASON         PIC X(30).  *> 事由
