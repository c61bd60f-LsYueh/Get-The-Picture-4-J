      * 檔案名稱：CALHOLI（TWSE 年度休市日公告檔）
      *---------------------------------------------------------------
      * 交易所每年公告之次年度市場休市日，每日一筆。週六、週日
      * 不必列入（CALMAINT 自動列為休市）；遇例外之週末交易日以
      * HA-DAY-TYPE 'T' 列入。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  CAL-HOLIDAY-REC.
           05  HA-DATE             PIC 9(08).  *> 日期(西曆)
      *    'H' = 休市（國定假日等）；'T' = 週末例外交易日。
           05  HA-DAY-TYPE         PIC X(01).  *> 日別
           05  HA-NAME             PIC X(30).  *> 節日/事由
