      * 檔案名稱：M02LIFE（M02 申報生命週期日誌）
      *---------------------------------------------------------------
      * 一筆申報自編審至請款所經各站，於處理當下以 OPEN EXTEND
      * 附加一筆事件（作法比照 BRKQEVT），供單筆軌跡查詢
      * （M02TRCE）及逾時滯留日報（M02STUK）取數：
      *   範圍 'K' 單筆申報 - M02EDIT/M02ACNV/M02WNDW/M02CRDT/ETFVAL
      *                      （'P' 通過，'R' 退件，'H' 信用攔下）、
      *                      M02XMIT（'S' 送件，附傳送代數）、
      *                      M02ACKM（'A' 接受，'R' 退件）、
      *                      M02CUST/M02FUND（'I' 已出交割/資金指示，
      *                      參考日=交割日/資金劃撥日）
      *   範圍 'S' 交割群組 - M02CNFM 依券商+ETF+交割日（'C' 已交割，
      *                      'F' 違約），鍵值序號空白
      *   範圍 'C' 資金群組 - M02BNKC 依券商+劃撥日（'C' 相符，
      *                      'F' 短收/溢收/未到），ETF 空白
      *   範圍 'M' 請款月份 - M02BILL 依券商+月份（'B' 已請款，
      *                      參考日=該月一日）
      * 群組事件無申報序號，由查詢端以券商、ETF 及參考日對回各筆
      * 申報。程式重跑重複附加者，查詢端依時間序一併列出。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  M02-LIFE-EVENT-REC.
           05  LJ-KEY.
               10  LJ-BROKER-ID    PIC X(04).  *> 券商代表號
               10  LJ-TX-DATE      PIC 9(08).  *> 申請日(西曆)
               10  LJ-SEQNO        PIC X(03).  *> 申報序號
           05  LJ-ETF-ID           PIC X(06).  *> ETF 代號
           05  LJ-SCOPE            PIC X(01).  *> 事件範圍
               88  LJ-SCOPE-KEY             VALUE 'K'.
               88  LJ-SCOPE-SETTLE          VALUE 'S'.
               88  LJ-SCOPE-CASH            VALUE 'C'.
               88  LJ-SCOPE-BILL            VALUE 'M'.
           05  LJ-STAGE            PIC X(08).  *> 處理程式
           05  LJ-OUTCOME          PIC X(01).  *> 處理結果
               88  LJ-PASSED                VALUE 'P'.
               88  LJ-REJECTED              VALUE 'R'.
               88  LJ-HELD                  VALUE 'H'.
               88  LJ-SENT                  VALUE 'S'.
               88  LJ-ACCEPTED              VALUE 'A'.
               88  LJ-INSTRUCTED            VALUE 'I'.
               88  LJ-SETTLED               VALUE 'C'.
               88  LJ-FAILED                VALUE 'F'.
               88  LJ-BILLED                VALUE 'B'.
           05  LJ-ERROR-CODE       PIC X(02).  *> 錯誤代碼(退件類)
           05  LJ-REF-DATE         PIC 9(08).  *> 交割/劃撥/月份日
           05  LJ-GENERATION-NO    PIC 9(04).  *> 傳送代數(M02XMIT)
           05  LJ-EVENT-DATE       PIC 9(08).  *> 事件日(西曆)
           05  LJ-EVENT-TIME       PIC 9(06).  *> 事件時間
           05  LJ-DETAIL           PIC X(40).  *> 說明
           05  FILLER              PIC X(10).
