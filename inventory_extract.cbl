           05 ITEM-VENDOR-ID PIC 9(5).
           05 ITEM-UOM PIC X(4).
           05 ITEM-CASE-PACK PIC 9(4).
      * Stock at each location reserved for open sales orders and not
      * yet shipped; available-to-promise is ITEM-LOC-QTY less
      * ITEM-COMMIT-QTY.
           05 ITEM-COMMIT-QTY PIC 9(5) OCCURS 3 TIMES.
      * "Y" when the item's stock is held by lot and expiration date
      * in the lot file; anything else means the item is not lot
      * controlled.
           05 ITEM-LOT-CONTROLLED PIC X(1).

       FD GL-EXTRACT-FILE.

