      *-------------------------------
      * Product Master Record
      *-------------------------------
      * One record per PRODUCT-CODE carried on the nested
      * ORDER-RECORD lines (ORDNEST), keyed on PM-PRODUCT-CODE and
      * maintained online by PRODMNT. A discontinued product is
      * never deleted - PM-STATUS-DATE is the day it stopped being
      * orderable, and ORDNEDT rejects lines ordered on or after it.
      * List prices are dated and live on PRICELST (prclist.cpy).
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PRODUCT-MASTER-REC.
           05  PM-PRODUCT-CODE       PIC X(8).
           05  PM-DESCRIPTION        PIC X(30).
           05  PM-UNIT-OF-MEASURE    PIC X(4).
           05  PM-STATUS             PIC X(01).
               88  PM-ACTIVE                   VALUE 'A'.
               88  PM-DISCONTINUED             VALUE 'D'.
           05  PM-STATUS-DATE        PIC 9(8).
