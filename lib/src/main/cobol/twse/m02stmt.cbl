      *      列印，雙語理由不再截斷）；
      *   3. 現金替代金額（LIEUHIST 當月明細與合計）；
      *   4. 月結手續費（BILLSUMM 當月彙總）。
      * 一券商一份文件，對帳電話可省大半。表頭下列印參加人主檔
      * （BRKMSTR）之券商名稱、聯絡人與地址，供直接寄送。
      *---------------------------------------------------------------
      *
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ERRD-CODE.
           SELECT BROKER-FILE ASSIGN TO "BRKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRKM-BROKER-ID.
           SELECT STMT-RPT     ASSIGN TO "BRKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       FD  ERR-DICT-FILE
           RECORDING MODE IS F.
           COPY "errdict.cpy".
      *
       FD  BROKER-FILE
           RECORDING MODE IS F.
           COPY "brkmstr.cpy".
      *
       FD  STMT-RPT
           RECORDING MODE IS F.
       01  WS-WORK-MONTH       PIC 9(06) VALUE ZERO.
       01  WS-LOOK-BROKER      PIC X(04) VALUE SPACES.
       01  WS-LIEU-TOTAL       PIC 9(15)V99 VALUE ZERO.
       01  WS-BRK-STATUS-SW    PIC X(01) VALUE 'N'.
           88  WS-BRK-FOUND              VALUE 'Y'.
      *
      *    活動段依異動碼之小計（每券商重起）。
       01  WS-TCT-TABLE.
           05  H-BROKER-ID     PIC X(04).
           05  FILLER          PIC X(09) VALUE "  MONTH =".
           05  H-STMT-MONTH    PIC 9(06).
       01  RPT-BRK-NAME-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BRK-NAME    PIC X(40).
           05  FILLER          PIC X(07) VALUE " ATTN: ".
           05  RPT-BRK-CONTACT PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BRK-TEL     PIC X(15).
       01  RPT-BRK-ADDR-LINE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-BRK-ADDR    PIC X(40).
       01  RPT-ACT-DETAIL.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ACT-DATE    PIC 9(08).
           MOVE PARM-STMT-MONTH TO WS-STMT-MONTH
           CLOSE PARM-FILE-IN
           OPEN INPUT  ERR-DICT-FILE
           OPEN INPUT  BROKER-FILE
           OPEN OUTPUT STMT-RPT.
      *
       2000-LOAD-ACTIVITY.
           MOVE WS-STMT-MONTH              TO H-STMT-MONTH
           MOVE RPT-STMT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3150-PRINT-BROKER-ADDRESS
           MOVE " CREATION/REDEMPTION ACTIVITY" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3200-PRINT-ACTIVITY-SECTION
           PERFORM 3600-PRINT-LIEU-SECTION
           PERFORM 3700-PRINT-FEE-SECTION.
      *
      *    券商名稱、聯絡人與地址取自參加人主檔；主檔查無者註記，
      *    對帳單照印。
       3150-PRINT-BROKER-ADDRESS.
           MOVE WS-BRK-BROKER-ID (BRK-IDX) TO BRKM-BROKER-ID
           READ BROKER-FILE
               INVALID KEY     MOVE 'N' TO WS-BRK-STATUS-SW
               NOT INVALID KEY MOVE 'Y' TO WS-BRK-STATUS-SW
           END-READ
           IF NOT WS-BRK-FOUND
               MOVE " ** BROKER NOT ON PARTICIPANT MASTER **"
                   TO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO RPT-LINE
           MOVE BRKM-NAME         TO RPT-BRK-NAME
           MOVE BRKM-CONTACT-NAME TO RPT-BRK-CONTACT
           MOVE BRKM-CONTACT-TEL  TO RPT-BRK-TEL
           MOVE RPT-BRK-NAME-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES            TO RPT-LINE
           MOVE BRKM-ADDRESS-1    TO RPT-BRK-ADDR
           MOVE RPT-BRK-ADDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF BRKM-ADDRESS-2 NOT = SPACES
               MOVE SPACES            TO RPT-LINE
               MOVE BRKM-ADDRESS-2    TO RPT-BRK-ADDR
               MOVE RPT-BRK-ADDR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
      *    明細後依異動碼列印筆數/單位數小計（小計表每券商重起）。
       3200-PRINT-ACTIVITY-SECTION.
           MOVE ZERO TO WS-TCT-CNT
      *
       9000-TERMINATE.
           CLOSE ERR-DICT-FILE
           CLOSE BROKER-FILE
           CLOSE STMT-RPT
           DISPLAY "M02STMT MONTH=" WS-STMT-MONTH
               " STATEMENTS=" WS-STMT-CNT
