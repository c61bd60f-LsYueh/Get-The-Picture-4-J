      * 檔案名稱：EXCPREC（彙總例外工作清單檔）
      *---------------------------------------------------------------
      * 各警示程式（M05SUSP、M02QFII、M05ISSV、M05BSKV、M02SEQC、
      * M02M05RC、M02TDCC）除自身報表外另寫一筆至共用例外檔；值班
      * 人員以 EXCPWRK 線上交易逐筆簽收（A）或結案（R），未結案者
      * 隨檔帶往次日。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  EXCEPTION-REC.
