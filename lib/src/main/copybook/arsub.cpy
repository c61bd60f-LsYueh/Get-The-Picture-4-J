      * 寫出 AROUT 帶檔滾存，作法比照 EXCPWRK）。銀行收款沖帳
      * 採先舊後新；沖畢者記 'P' 留檔供稽核。未收餘額另供信用
      * 曝險閘門（M02CRDT）取數。
      * 強制補購價差（M02BUYN）亦以 'B' 類項目掛入本檔，同步
      * 沖帳/帳齡/催收；月結立帳去重僅比對手續費項目。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  AR-SUB-REC.
           05  AR-STATUS           PIC X(01).  *> 帳款狀態
               88  AR-OPEN                  VALUE 'O'.
               88  AR-PAID                  VALUE 'P'.
      *    空白/'F' = 月結手續費；'B' = 強制補購價差。
           05  AR-ITEM-TYPE        PIC X(01).  *> 帳款類別
               88  AR-FEE-ITEM              VALUE ' ' 'F'.
               88  AR-BUYIN-ITEM            VALUE 'B'.
