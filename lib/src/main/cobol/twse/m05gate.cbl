      * 另對上市有價證券主檔（STKMSTR，STKLOAD 轉入）驗證：主檔
      * 查無或已下市之成分股逐筆列印並同樣以 RETURN-CODE 8 停住
      * 流程 - 帶下市成分股之申購籃子不得流至 M02XMIT。
      * 清算基金於下市日（ETFM-DELIST-DATE）之後不再要求 M05
      * 紀錄（ETFROLL 於次一營業日方轉終止狀態，此處依日期判斷）。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
           PERFORM 3100-READ-MASTER
           PERFORM UNTIL WS-EOF
               IF ETFM-ACTIVE
                  AND (ETFM-DELIST-DATE = ZERO
                       OR ETFM-DELIST-DATE >= WS-BUSINESS-DATE)
                   ADD 1 TO WS-ACTIVE-CNT
                   PERFORM 3200-CHECK-ONE-FUND
               END-IF
