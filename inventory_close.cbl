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

       FD CLOSE-REPORT-FILE.

       01 CLOSE-REPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC X(2).
       01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-RELOADED-COUNT PIC 9(7) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE PIC X(110).
       01 WS-DELTA PIC S9(7).
       01 WS-EXPECTED-CLOSING PIC S9(7).
       01 WS-OPENING-EDIT PIC +9(6).
       01 WS-RECEIPTS-EDIT PIC +9(6).
       01 WS-ISSUES-EDIT PIC +9(6).
       01 WS-RETURNS-EDIT PIC +9(6).
       01 WS-KITS-EDIT PIC +9(6).
       01 WS-ADJUST-EDIT PIC +9(6).
       01 WS-DELETES-EDIT PIC +9(6).
       01 WS-CLOSING-EDIT PIC +9(6).
               10 WS-TAB-OPENING PIC S9(7).
               10 WS-TAB-RECEIPTS PIC S9(7).
               10 WS-TAB-ISSUES PIC S9(7).
               10 WS-TAB-RETURNS PIC S9(7).
               10 WS-TAB-KITS PIC S9(7).
               10 WS-TAB-ADJUST PIC S9(7).
               10 WS-TAB-DELETES PIC S9(7).
               10 WS-TAB-CLOSING PIC S9(7).
               WHEN "ISSUE"
                   COMPUTE WS-TAB-ISSUES(WS-TAB-FOUND) =
                       WS-TAB-ISSUES(WS-TAB-FOUND) - WS-DELTA
      * Customer returns put back into stock are their own column;
      * a SCRAP line writes returned goods off without them ever
      * re-entering stock, so it moves no quantity.
               WHEN "RETURN"
                   ADD WS-DELTA TO WS-TAB-RETURNS(WS-TAB-FOUND)
               WHEN "SCRAP"
                   CONTINUE
      * Kit assembly and disassembly net into one column: KITOUT
      * lines take components (or broken-down kits) out of stock and
      * KITIN lines put finished kits (or recovered components) in.
               WHEN "KITOUT"
               WHEN "KITIN"
                   ADD WS-DELTA TO WS-TAB-KITS(WS-TAB-FOUND)
               WHEN "DELETE"
                   ADD WS-LINE-OLD-QTY
                       TO WS-TAB-DELETES(WS-TAB-FOUND)
               MOVE 0 TO WS-TAB-OPENING(WS-TAB-COUNT)
               MOVE 0 TO WS-TAB-RECEIPTS(WS-TAB-COUNT)
               MOVE 0 TO WS-TAB-ISSUES(WS-TAB-COUNT)
               MOVE 0 TO WS-TAB-RETURNS(WS-TAB-COUNT)
               MOVE 0 TO WS-TAB-KITS(WS-TAB-COUNT)
               MOVE 0 TO WS-TAB-ADJUST(WS-TAB-COUNT)
               MOVE 0 TO WS-TAB-DELETES(WS-TAB-COUNT)
               MOVE 0 TO WS-TAB-CLOSING(WS-TAB-COUNT)
               MOVE 0 TO WS-TAB-FOUND
           END-IF.

      * Per-item statement: opening + receipts - issues + returns +
      * kits + adjust - deletes must equal closing, and the item's
      * quantity at the end of the whole log must match the live
      * inventory file.
       WRITE-MOVEMENT-STATEMENT.
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE WS-REPORT-LINE TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ITEM-ID OPENING  RECEIPTS ISSUES  RETURNS "
                   " KITS     ADJUST   DELETES  CLOSING  RECONCILED"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           MOVE WS-TAB-OPENING(WS-TAB-IX) TO WS-OPENING-EDIT
           MOVE WS-TAB-RECEIPTS(WS-TAB-IX) TO WS-RECEIPTS-EDIT
           MOVE WS-TAB-ISSUES(WS-TAB-IX) TO WS-ISSUES-EDIT
           MOVE WS-TAB-RETURNS(WS-TAB-IX) TO WS-RETURNS-EDIT
           MOVE WS-TAB-KITS(WS-TAB-IX) TO WS-KITS-EDIT
           MOVE WS-TAB-ADJUST(WS-TAB-IX) TO WS-ADJUST-EDIT
           MOVE WS-TAB-DELETES(WS-TAB-IX) TO WS-DELETES-EDIT
           MOVE WS-TAB-CLOSING(WS-TAB-IX) TO WS-CLOSING-EDIT
               WS-TAB-OPENING(WS-TAB-IX) +
               WS-TAB-RECEIPTS(WS-TAB-IX) -
               WS-TAB-ISSUES(WS-TAB-IX) +
               WS-TAB-RETURNS(WS-TAB-IX) +
               WS-TAB-KITS(WS-TAB-IX) +
               WS-TAB-ADJUST(WS-TAB-IX) -
               WS-TAB-DELETES(WS-TAB-IX)
           MOVE SPACES TO WS-REPORT-LINE
               ADD 1 TO WS-MISMATCH-COUNT
               STRING WS-TAB-ID(WS-TAB-IX) "   "
                   WS-OPENING-EDIT "  " WS-RECEIPTS-EDIT " "
                   WS-ISSUES-EDIT "  " WS-RETURNS-EDIT "  "
                   WS-KITS-EDIT "  "
                   WS-ADJUST-EDIT "  "
                   WS-DELETES-EDIT "  " WS-CLOSING-EDIT
                   "  MOVEMENTS DO NOT PROVE"
                   DELIMITED BY SIZE
           IF WS-RECEIPT-STATUS NOT = "00"
               STRING WS-TAB-ID(WS-TAB-IX) "   "
                   WS-OPENING-EDIT "  " WS-RECEIPTS-EDIT " "
                   WS-ISSUES-EDIT "  " WS-RETURNS-EDIT "  "
                   WS-KITS-EDIT "  "
                   WS-ADJUST-EDIT "  "
                   WS-DELETES-EDIT "  " WS-CLOSING-EDIT
                   "  NO LIVE FILE"
                   DELIMITED BY SIZE
               IF ITEM-QUANTITY = WS-TAB-FINAL(WS-TAB-IX)
                   STRING WS-TAB-ID(WS-TAB-IX) "   "
                       WS-OPENING-EDIT "  " WS-RECEIPTS-EDIT " "
                       WS-ISSUES-EDIT "  " WS-RETURNS-EDIT "  "
                       WS-KITS-EDIT "  "
                       WS-ADJUST-EDIT "  "
                       WS-DELETES-EDIT "  " WS-CLOSING-EDIT
                       "  YES"
                       DELIMITED BY SIZE
                   ADD 1 TO WS-MISMATCH-COUNT
                   STRING WS-TAB-ID(WS-TAB-IX) "   "
                       WS-OPENING-EDIT "  " WS-RECEIPTS-EDIT " "
                       WS-ISSUES-EDIT "  " WS-RETURNS-EDIT "  "
                       WS-KITS-EDIT "  "
                       WS-ADJUST-EDIT "  "
                       WS-DELETES-EDIT "  " WS-CLOSING-EDIT
                       "  LIVE QTY DIFFERS: " ITEM-QUANTITY
                       DELIMITED BY SIZE
