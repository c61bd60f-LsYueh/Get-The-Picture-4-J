      * （OVER-PAID）、查無預期之收付（UNMATCHED）均列為資金缺口，
      * 寫入共用例外檔（EXCPFILE）供值班人員以 EXCPWRK 簽收，並以
      * RETURN-CODE 8 結束。現金申購短收即為實際曝險，不得過夜。
      * 短收者另附加一筆券商品質事件（BRKQEVT，'S'，金額欄記
      * 短收金額）供月結券商評分表取數；事件日取銀行回覆交割日。
      * 各券商比對結果另附加一筆生命週期事件（M02LIFE，範圍 'C'，
      * 參考日 = 銀行回覆交割日；相符記 'C'，缺口記 'F'），供單筆
      * 軌跡查詢及滯留日報依 M02FUND 之劃撥日對回各筆申報。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BNKC-RPT     ASSIGN TO "M02BKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUAL-EVENT-FILE ASSIGN TO "BRKQEVT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIFE-FILE ASSIGN TO "M02LIFE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BNKC-RPT
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).
      *
       FD  QUAL-EVENT-FILE
           RECORDING MODE IS F.
           COPY "brkqevt.cpy".
      *
       FD  EXCP-FILE
           RECORDING MODE IS F.
           COPY "excprec.cpy".
      *
       FD  LIFE-FILE
           RECORDING MODE IS F.
           COPY "m02life.cpy".
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BREAK-CNT    PIC 9(05) VALUE ZERO.
       01  WS-BREAK-SW         PIC X(01) VALUE 'N'.
       01  WS-LOOK-BROKER      PIC X(04) VALUE SPACES.
       01  WS-VALUE-DATE       PIC 9(08) VALUE ZERO.
      *
      *    依券商之應收/應付與實際收入/付出彙總。
       01  WS-BRK-TABLE.
           OPEN INPUT  BANK-CONF-FILE
           OPEN OUTPUT BNKC-RPT
           OPEN EXTEND EXCP-FILE
           OPEN EXTEND QUAL-EVENT-FILE
           OPEN EXTEND LIFE-FILE
           MOVE "SETTLEMENT BANK CONFIRMATION MATCH-OFF - CASH "
              & "BREAKS REPORT" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CONF-CNT
               MOVE BK-BROKER-ID TO WS-LOOK-BROKER
               MOVE BK-VALUE-DATE TO WS-VALUE-DATE
               PERFORM 8000-FIND-OR-ADD-BROKER
               IF BK-DC-FLAG = "C"
                   ADD BK-AMOUNT TO WS-BRK-ACT-RECV (BRK-IDX)
                    < WS-BRK-EXP-RECV (BRK-IDX)
                   MOVE "** SHORT-PAID **" TO RPT-STATUS
                   MOVE "Y" TO WS-BREAK-SW
                   PERFORM 5200-WRITE-QUALITY-EVENT
               WHEN WS-BRK-ACT-RECV (BRK-IDX)
                    > WS-BRK-EXP-RECV (BRK-IDX)
                   MOVE "** OVER-PAID **"  TO RPT-STATUS
           END-EVALUATE
           MOVE RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5300-WRITE-LIFE-EVENT
           IF WS-BREAK-SW = "Y"
               ADD 1 TO WS-BREAK-CNT
               MOVE "M02BNKC" TO EXCP-SOURCE-PGM
               END-STRING
               PERFORM 8700-WRITE-EXCEPTION-REC
           END-IF.
      *
      *    銀行回覆檔為單一交割日；全無回覆者取今日。
       5200-WRITE-QUALITY-EVENT.
           IF WS-VALUE-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-VALUE-DATE
           END-IF
           MOVE SPACES        TO BRK-QUAL-EVENT-REC
           MOVE WS-VALUE-DATE TO BQE-EVENT-DATE
           MOVE WS-BRK-BROKER-ID (BRK-IDX) TO BQE-BROKER-ID
           SET BQE-SHORT-PAYMENT TO TRUE
           MOVE "CASH RECEIPT" TO BQE-ITEM-KEY
           MOVE "M02BNKC"     TO BQE-SOURCE-PGM
           COMPUTE BQE-AMOUNT = WS-BRK-EXP-RECV (BRK-IDX)
                              - WS-BRK-ACT-RECV (BRK-IDX)
           WRITE BRK-QUAL-EVENT-REC.
      *
       5300-WRITE-LIFE-EVENT.
           IF WS-VALUE-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-VALUE-DATE
           END-IF
           MOVE SPACES        TO M02-LIFE-EVENT-REC
           MOVE WS-BRK-BROKER-ID (BRK-IDX) TO LJ-BROKER-ID
           MOVE ZERO          TO LJ-TX-DATE
           SET LJ-SCOPE-CASH  TO TRUE
           MOVE "M02BNKC"     TO LJ-STAGE
           MOVE WS-VALUE-DATE TO LJ-REF-DATE
           MOVE ZERO          TO LJ-GENERATION-NO
           IF WS-BREAK-SW = "Y"
               SET LJ-FAILED  TO TRUE
               STRING "CASH BREAK " RPT-STATUS
                   DELIMITED BY SIZE INTO LJ-DETAIL
               END-STRING
           ELSE
               SET LJ-SETTLED TO TRUE
               MOVE "BANK RECEIPTS/PAYMENTS TIE OUT" TO LJ-DETAIL
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO LJ-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO LJ-EVENT-TIME
           WRITE M02-LIFE-EVENT-REC.
      *
       8000-FIND-OR-ADD-BROKER.
           SET WS-FOUND-SW TO 'N'
       9000-TERMINATE.
           CLOSE BNKC-RPT
           CLOSE EXCP-FILE
           CLOSE QUAL-EVENT-FILE
           CLOSE LIFE-FILE
           DISPLAY "M02BNKC EXPECTED-ITEMS=" WS-EXPECT-CNT
               " BANK-ITEMS=" WS-CONF-CNT
               " CASH-BREAKS=" WS-BREAK-CNT.
