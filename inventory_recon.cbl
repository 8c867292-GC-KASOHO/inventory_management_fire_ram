           05 SNAP-ITEM-VENDOR-ID PIC 9(5).
           05 SNAP-ITEM-UOM PIC X(4).
           05 SNAP-ITEM-CASE-PACK PIC 9(4).
           05 SNAP-ITEM-COMMIT-QTY PIC 9(5) OCCURS 3 TIMES.
           05 SNAP-ITEM-LOT-CONTROLLED PIC X(1).

       FD RECEIPT-FILE.

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

       FD TRANSACTION-LOG-FILE.

               WHEN "ISSUE"
               WHEN "ADJUST"
               WHEN "XFER"
               WHEN "RETURN"
               WHEN "SCRAP"
               WHEN "KITOUT"
               WHEN "KITIN"
                   IF WS-TAB-FOUND = 0
                       PERFORM ADD-TABLE-ENTRY
                   ELSE

      * A XFER writes one line per location touched, so applying
      * each line's LOC and NEWLOCQTY replays the transfer exactly;
      * lines with LOC 0 changed no single location's quantity (a
      * SCRAP line, for one, leaves every quantity as it was).  Kit
      * assembly and disassembly likewise write one KITOUT or KITIN
      * line per item they touch, each carrying that item's own
      * location quantity and average cost.
       APPLY-VALUES-TO-ENTRY.
           MOVE WS-APPLY-PRICE
               TO WS-TAB-PRICE(WS-TAB-FOUND)
