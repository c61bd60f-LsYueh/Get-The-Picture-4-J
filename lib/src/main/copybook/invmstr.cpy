      *-------------------------------
      * Perpetual Inventory Master Record
      *-------------------------------
      * One record per product, keyed on IM-PRODUCT-CODE, kept by the
      * system itself instead of the outside INVAVAIL snapshot:
      * INVPOST adds goods receipts and applies cycle-count
      * adjustments, ORDFILL takes fills off IM-ON-HAND-QTY as it
      * allocates and holds IM-RESERVED-QTY for the carried
      * back-orders (BACK-ORDER-REC) still waiting on stock. Units
      * free for new demand = on hand less reserved. IM-UNIT-COST is
      * the weighted average cost of receipts, used by INVVALU.
      * Every change is journalled on INVMOVE (invmove.cpy).
      *-------------------------------
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  INVENTORY-MASTER-REC.
           05  IM-PRODUCT-CODE       PIC X(8).
           05  IM-ON-HAND-QTY        PIC 9(7).
           05  IM-RESERVED-QTY       PIC 9(7).
           05  IM-UNIT-COST          PIC 9(5)V9999.
           05  IM-LAST-MOVE-DATE     PIC 9(8).
           05  IM-LAST-COUNT-DATE    PIC 9(8).
