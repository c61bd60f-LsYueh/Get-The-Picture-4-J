      *-------------------------------
      * ETF Reference Master Record
      *-------------------------------
      * Maintained by ETFMAINT (audit on ETFAUD). A change dated
      * after the day it is keyed waits in ETFM-PEND-STATUS until
      * ETFROLL applies it on its effective date. A fund being
      * liquidated carries its last creation, last redemption and
      * delisting dates; ETFROLL terminates it the day after the
      * delisting date.
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ETF-MASTER-REC.
           05  ETFM-ETF-ID           PIC X(06).
           05  ETFM-STATUS           PIC X(01).
               88  ETFM-ACTIVE               VALUE 'A'.
               88  ETFM-SUSPENDED            VALUE 'S'.
               88  ETFM-TERMINATED           VALUE 'T'.
               88  ETFM-PRE-LISTING          VALUE 'P'.
           05  ETFM-STATUS-DATE      PIC 9(08).
           05  ETFM-PEND-STATUS      PIC X(01).
               88  ETFM-NO-PENDING           VALUE SPACE.
           05  ETFM-PEND-DATE        PIC 9(08).
           05  ETFM-LAST-CREATE-DATE PIC 9(08).
           05  ETFM-LAST-REDEEM-DATE PIC 9(08).
           05  ETFM-DELIST-DATE      PIC 9(08).
           05  FILLER                PIC X(10).
