      * 檔案名稱：TDCCHOLD（集保結算所申請人帳戶庫存檔）
      *---------------------------------------------------------------
      * 集保（TDCC）每日提供本公司申請人帳戶之集保庫存，每帳號
      * （ACNT）＋股票代號一筆：一般庫存與借入券庫存分列，庫存日
      * 為集保結算基準日。M02TDCC 以 ACNT + STKNO 與當日編審後
      * M02 之 NORMAL-STOCK-NOS/BORROW-STOCK-NOS 勾稽。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  TDCC-HOLD-REC.
           05  TDCC-HOLD-DATE      PIC 9(08).  *> 集保庫存基準日
           05  TDCC-ACNT.                      *> 申請人帳號
               10  TDCC-ACNT-BROKER PIC X(04). *> 開戶券商代號
               10  TDCC-ACNT-NO    PIC 9(07).  *> 申請人帳號
           05  TDCC-STKNO          PIC X(06).  *> 股票代號
           05  TDCC-NORMAL-NOS     PIC 9(10).  *> 集保一般庫存
           05  TDCC-BORROW-NOS     PIC 9(10).  *> 集保借入券庫存
           05  FILLER              PIC X(15).
