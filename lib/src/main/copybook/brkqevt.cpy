      * 檔案名稱：BRKQEVT（券商作業品質事件歷史檔）
      *---------------------------------------------------------------
      * 券商造成本公司作業負擔之事件，由事件發生之程式當日以
      * OPEN EXTEND 附加（作法比照 ACTHIST/NAVHIST），供月結券商
      * 品質評分表（M02BQSC）取 12 個月趨勢：
      *   'E' 內部編審退件  - M02BRET（退件回送檔每筆；'07' 除外）
      *   'T' TWSE 退件     - M02ACKM（回覆狀態 'R'）
      *   'F' 交割違約      - M02CNFM（當日新違約，金額欄=未達股數）
      *   'S' 資金短收      - M02BNKC（SHORT-PAID，金額欄=短收金額）
      *   'C' 信用閘門攔下  - M02CRDT（ERROR-CODE '07'）
      * 事件鍵值（BQE-EVENT-KEY）於同一事件唯一；程式重跑重複附加
      * 者由 M02BQSC 以事件鍵值去重。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BRK-QUAL-EVENT-REC.
           05  BQE-EVENT-KEY.
               10  BQE-EVENT-DATE  PIC 9(08).  *> 事件日(西曆)
               10  BQE-BROKER-ID   PIC X(04).  *> 券商代表號
               10  BQE-EVENT-TYPE  PIC X(01).  *> 事件類別
                   88  BQE-EDIT-REJECT      VALUE 'E'.
                   88  BQE-TWSE-REJECT      VALUE 'T'.
                   88  BQE-SETTLE-FAIL      VALUE 'F'.
                   88  BQE-SHORT-PAYMENT    VALUE 'S'.
                   88  BQE-CREDIT-REFUSAL   VALUE 'C'.
               10  BQE-ITEM-KEY    PIC X(24).  *> 申報/指示鍵值
           05  BQE-SOURCE-PGM      PIC X(08).  *> 來源程式
           05  BQE-ERROR-CODE      PIC X(02).  *> 錯誤代碼(退件類)
           05  BQE-AMOUNT          PIC 9(13)V99. *> 股數或金額
           05  FILLER              PIC X(10).
