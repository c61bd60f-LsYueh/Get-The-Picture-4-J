      * 每日讀取編審完成之 M02 檔，凡 ERROR-CODE 空白者擷取計費/
      * 月報所需欄位附加寫入活動歷史檔（ACTHIST，OPEN EXTEND 累積，
      * 作法比照 M05NAVH），供月結計費（M02BILL）與主管機關月報
      * （M02REGS）直接取用整月活動；申請人帳號一併留存，供分配
      * 扣繳（M02DIST）依帳戶投資人類別拆分持有單位數。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
           MOVE T-STOCK-NOS OF M02    TO ACTH-UNITS
           MOVE CASH-IN-LIEU OF M02   TO ACTH-CASH-IN-LIEU
           MOVE LACK-STOCK-NOS OF M02 TO ACTH-LACK-NOS
           MOVE ACNT-BROKER OF M02    TO ACTH-ACNT-BROKER
           MOVE ACNT-NO OF M02        TO ACTH-ACNT-NO
           WRITE ACTIVITY-HIST-REC.
      *
       9000-TERMINATE.
