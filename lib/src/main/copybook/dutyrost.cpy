      * 檔案名稱：DUTYROST（作業值班表主檔）
      *---------------------------------------------------------------
      * 每交易日、每班別、每位值班員工一筆，索引鍵 DUTY-KEY（日期
      * +班別+員工編號 - 班別碼依時序排列，循鍵讀即為時間順序）。
      * 班別：'1'=00:00-08:00 大夜、'2'=08:00-16:00 日班、'3'=
      * 16:00-24:00 小夜，均屬值班日期當日。每班可指定一位升級
      * 聯絡人（DUTY-ESCALATE='Y'）。由 ROSTMNT 線上維護（員工須
      * 在 EMPMSTR 且 ACTIVE），ROSTCOV 列印覆蓋檢核，OPSHAND 印
      * 本班/次班值班人員與升級聯絡人。
      *---------------------------------------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  DUTY-ROSTER-REC.
           05  DUTY-KEY.
               10  DUTY-DATE       PIC 9(08).  *> 值班日(西曆)
               10  DUTY-SHIFT      PIC X(01).  *> 班別
                   88  DUTY-NIGHT           VALUE '1'.
                   88  DUTY-DAY             VALUE '2'.
                   88  DUTY-EVENING         VALUE '3'.
               10  DUTY-EMP-ID     PIC 9(05).  *> EMPMSTR 員工編號
           05  DUTY-OPER-ID        PIC X(08).  *> 排班時之操作員代號
           05  DUTY-ESCALATE       PIC X(01).  *> 'Y'=本班升級聯絡人
               88  DUTY-ESCALATION-CONTACT  VALUE 'Y'.
           05  DUTY-CONTACT-TEL    PIC X(15).  *> 值班聯絡電話
           05  DUTY-ASSIGN-DATE    PIC 9(08).  *> 排班(維護)日
           05  DUTY-ASSIGN-OPER    PIC X(08).  *> 排班經辦代號
           05  FILLER              PIC X(16).
