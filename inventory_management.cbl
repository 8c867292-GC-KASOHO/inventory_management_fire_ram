           RECORD KEY IS SO-NUMBER
           FILE STATUS IS WS-SO-STATUS.

      * Billed shipment lines, written by the invoicing run
      * (inventory_invoice.cbl) and only read here, so the credit
      * check can tell which shipments are not yet invoiced.
           SELECT INVOICE-LINE-FILE ASSIGN TO "invoice_line_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVL-KEY
           FILE STATUS IS WS-INVL-STATUS.

      * Customer return authorizations, one per return, keyed on
      * the RMA number.  Each names the sales order the goods shipped
      * on, so returns can never exceed what actually shipped.
           SELECT RMA-FILE ASSIGN TO "rma_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMA-NUMBER
           FILE STATUS IS WS-RMA-STATUS.

      * Bill of materials: one record per component of a kit, keyed
      * on the kit's item id plus the component's item id, so a
      * START on the kit id reads its whole bill in component order.
           SELECT BOM-FILE ASSIGN TO "bom_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOM-KEY
           FILE STATUS IS WS-BOM-STATUS.

      * Lots of lot-controlled items: one record per lot per
      * location, keyed on item, location and lot number, so a START
      * on the item and location reads every lot held there.
           SELECT LOT-FILE ASSIGN TO "lot_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-STATUS.

           SELECT RETURNS-REGISTER-FILE
           ASSIGN TO "returns_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETREG-STATUS.

           SELECT SO-REPORT-FILE ASSIGN TO "open_so_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SO-REPORT-STATUS.

           SELECT PICK-TICKET-FILE ASSIGN TO "pick_ticket.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PICK-STATUS.

           SELECT MARGIN-REPORT-FILE ASSIGN TO "margin_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARGIN-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VP-REPORT-STATUS.

           SELECT PPV-REPORT-FILE
           ASSIGN TO "purchase_price_variance_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PPV-REPORT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       FD REORDER-REPORT-FILE.


       FD CUSTOMER-FILE.

      * CUST-CREDIT-LIMIT of zero means no limit is enforced.
      * CUST-AR-BALANCE is the open receivable: the nightly invoicing
      * run (inventory_invoice.cbl) adds each invoice to it and
      * Record Payment takes payments off it.
       01 CUSTOMER-RECORD.
           05 CUST-ID PIC 9(5).
           05 CUST-NAME PIC X(20).
           05 CUST-PHONE PIC X(12).
           05 CUST-ADDRESS PIC X(30).
           05 CUST-ACTIVE PIC X(1).
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-AR-BALANCE PIC S9(7)V99.

       FD SO-FILE.

      * SO-STATUS: O = open (not yet shipped in full), S = shipped
      * in full, C = cancelled, H = on credit hold (nothing reserved
      * until a supervisor releases it).  SO-ALLOC-QTY is stock
      * reserved at SO-LOCATION and waiting to be picked and
      * ship-confirmed; SO-SHIPPED-QTY is what ship confirmation
      * actually issued.  The backordered quantity is always
      * SO-ORDER-QTY minus SO-SHIPPED-QTY minus SO-ALLOC-QTY.
       01 SO-RECORD.
           05 SO-NUMBER PIC 9(5).
           05 SO-CUST-ID PIC 9(5).
           05 SO-LOCATION PIC 9(1).
           05 SO-ORDER-DATE PIC 9(8).
           05 SO-STATUS PIC X(1).
           05 SO-ALLOC-QTY PIC 9(5).

       FD INVOICE-LINE-FILE.

      * One record per billed ISSUE line; the key leads with the
      * sales order, so a START on the order reads all its billing.
       01 INVOICE-LINE-RECORD.
           05 INVL-KEY.
               10 INVL-SO-NUMBER PIC 9(5).
               10 INVL-SHIP-DATE PIC 9(8).
               10 INVL-SHIP-TIME PIC X(8).
               10 INVL-SEQ PIC 9(2).
           05 INVL-INV-NUMBER PIC 9(6).
           05 INVL-CUST-ID PIC 9(5).
           05 INVL-ITEM-ID PIC 9(5).
           05 INVL-QTY PIC 9(5).
           05 INVL-PRICE PIC 9(5)V99.
           05 INVL-AMOUNT PIC 9(9)V99.
           05 INVL-UNIT-COST PIC 9(5)V99.
           05 INVL-COST PIC 9(9)V99.
           05 INVL-RUN-DATE PIC 9(8).

       FD BOM-FILE.

      * BOM-QTY-PER is the number of stocking units of the component
      * consumed by one unit of the kit.
       01 BOM-RECORD.
           05 BOM-KEY.
               10 BOM-PARENT-ID PIC 9(5).
               10 BOM-COMPONENT-ID PIC 9(5).
           05 BOM-QTY-PER PIC 9(3).

       FD LOT-FILE.

      * LOT-QTY is in stocking units.  A lot whose quantity reaches
      * zero is deleted, so every lot on file holds stock; the lots
      * of an item at a location add up to its ITEM-LOC-QTY there.
       01 LOT-RECORD.
           05 LOT-KEY.
               10 LOT-ITEM-ID PIC 9(5).
               10 LOT-LOCATION PIC 9(1).
               10 LOT-NUMBER PIC X(10).
           05 LOT-EXPIRY-DATE PIC 9(8).
           05 LOT-QTY PIC 9(5).
           05 LOT-RECEIVED-DATE PIC 9(8).

       FD RMA-FILE.

      * RMA-RETURN-QTY is RMA-RESTOCK-QTY plus RMA-SCRAP-QTY.
      * Restocked units went back into RMA-LOCATION (zero when
      * nothing was restocked) at RMA-UNIT-COST, the unit cost on the
      * ISSUE line the goods shipped on; scrapped units never
      * re-entered stock and are valued at the same cost.
       01 RMA-RECORD.
           05 RMA-NUMBER PIC 9(5).
           05 RMA-SO-NUMBER PIC 9(5).
           05 RMA-CUST-ID PIC 9(5).
           05 RMA-CUST-NAME PIC X(20).
           05 RMA-ITEM-ID PIC 9(5).
           05 RMA-RETURN-QTY PIC 9(5).
           05 RMA-RESTOCK-QTY PIC 9(5).
           05 RMA-SCRAP-QTY PIC 9(5).
           05 RMA-LOCATION PIC 9(1).
           05 RMA-UNIT-COST PIC 9(5)V99.
           05 RMA-DATE PIC 9(8).
           05 RMA-REASON PIC X(20).
           05 RMA-OPER-ID PIC X(8).

       FD RETURNS-REGISTER-FILE.

       01 RETURNS-REGISTER-RECORD PIC X(120).

       FD SO-REPORT-FILE.

       01 SO-REPORT-RECORD PIC X(80).

       FD PICK-TICKET-FILE.

       01 PICK-TICKET-RECORD PIC X(80).

       FD MARGIN-REPORT-FILE.

       01 MARGIN-REPORT-RECORD PIC X(80).

       01 VENDOR-PERF-REPORT-RECORD PIC X(100).

       FD PPV-REPORT-FILE.

       01 PPV-REPORT-RECORD PIC X(80).

       FD ARCHIVE-LOG-FILE.

       01 ARCHIVE-LOG-RECORD PIC X(240).
       FD OPERATOR-FILE.

      * OPER-LEVEL: S = supervisor (may delete items, post cycle
      * count adjustments, deactivate vendors, approve purchase
      * orders, and maintain operators), C = clerk (everything
      * else).
      * OPER-APPROVAL-LIMIT is the largest purchase order, at agreed
      * cost, the operator may place without approval; a supervisor
      * may approve orders up to the same amount.
       01 OPERATOR-RECORD.
           05 OPER-ID PIC X(8).
           05 OPER-NAME PIC X(20).
           05 OPER-LEVEL PIC X(1).
           05 OPER-ACTIVE PIC X(1).
           05 OPER-APPROVAL-LIMIT PIC 9(7)V99.

       FD PO-FILE.

      * is derived from the line statuses by SET-PO-HEADER-STATUS:
      * O = nothing received, P = partially received, R = all lines
      * received in full, C = closed with at least one cancelled
      * remainder.  W = pending approval: the order's value is over
      * its creator's approval limit, and it cannot be received
      * until a supervisor approves it (it then becomes O) or
      * rejects it (C, every line cancelled).
      * PO-ORDER-VALUE is the order's extended value at the agreed
      * line costs.  PO-APPROVED-BY is the supervisor who approved
      * or rejected a pending order; spaces when none was needed.
       01 PO-RECORD.
           05 PO-NUMBER PIC 9(5).
           05 PO-VENDOR-ID PIC 9(5).
           05 PO-VENDOR-NAME PIC X(20).
           05 PO-EXPECTED-DATE PIC 9(8).
           05 PO-STATUS PIC X(1).
           05 PO-CREATED-BY PIC X(8).
           05 PO-APPROVED-BY PIC X(8).
           05 PO-ORDER-VALUE PIC 9(9)V99.

       FD PO-LINE-FILE.

           05 PO-LINE-RECEIVED-QTY PIC 9(5).
           05 PO-LINE-STATUS PIC X(1).
           05 PO-LINE-RECEIPT-DATE PIC 9(8).
      * PO-LINE-AGREED-COST is the unit cost agreed with the vendor,
      * per stocking unit like the actual cost keyed at receiving.
      * PO-LINE-RECEIVED-EACHES and PO-LINE-RECEIVED-VALUE total the
      * stocking units received against the line and their value
      * at the actual costs posted; the purchase price variance
      * report compares that value with the agreed cost.
           05 PO-LINE-AGREED-COST PIC 9(5)V99.
           05 PO-LINE-RECEIVED-EACHES PIC 9(7).
           05 PO-LINE-RECEIVED-VALUE PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 I-ID PIC 9(5).
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-FOUND-FLAG PIC X(1) VALUE "N".
       01 WS-ANSWER PIC X(1).
       01 WS-SHORTFALL PIC 9(6).
       01 I-REORDER-POINT PIC 9(5).
       01 I-ITEM-VENDOR-ID PIC 9(5).
       01 WS-REPLEN-STATUS PIC X(2).
               10 WS-SUG-ITEM PIC 9(5).
               10 WS-SUG-NAME PIC X(20).
               10 WS-SUG-QTY PIC 9(5).
               10 WS-SUG-COST PIC 9(5)V99.
               10 WS-SUG-PACK PIC 9(4).
       01 WS-SUG-SWAP.
           05 WS-SUG-SWAP-VENDOR PIC 9(5).
           05 WS-SUG-SWAP-ITEM PIC 9(5).
           05 WS-SUG-SWAP-NAME PIC X(20).
           05 WS-SUG-SWAP-QTY PIC 9(5).
           05 WS-SUG-SWAP-COST PIC 9(5)V99.
           05 WS-SUG-SWAP-PACK PIC 9(4).
       01 WS-SUG-COUNT PIC 9(3) VALUE 0.
       01 WS-SUG-IX PIC 9(3).
       01 WS-SUG-JX PIC 9(3).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-LEVEL PIC X(1).
       01 WS-AUTH-OK PIC X(1).
       01 WS-OPERATOR-LIMIT PIC 9(7)V99 VALUE 0.
       01 I-OPER-LIMIT PIC 9(7)V99.
       01 I-OPER-LIMIT-IN PIC X(12).
      * Extended value of the purchase order being entered or
      * released, at the agreed line costs, and the value of the
      * line just written.
       01 WS-PO-VALUE PIC 9(9)V99.
       01 WS-PO-LINE-VALUE PIC 9(9)V99.
       01 WS-PO-VALUE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PO-LINE-OK PIC X(1).
       01 WS-PO-LINE-PACK PIC 9(4).
       01 I-AGREED-COST PIC 9(5)V99.
      * Receipts costed more than WS-PPV-TOLERANCE-PCT percent away
      * from the agreed cost are flagged to the receiver; taken from
      * the PPVTOLPCT environment variable, 5 when it is not set.
       01 WS-PPV-TOLERANCE-IN PIC X(3).
       01 WS-PPV-TOLERANCE-PCT PIC 9(3) VALUE 5.
       01 WS-PPV-DIFF PIC 9(5)V99.
       01 WS-PPV-PCT PIC 9(7)V99.
       01 WS-PPV-PCT-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-APPROVE-CHOICE PIC X(1).
       01 WS-PENDING-COUNT PIC 9(5).
       01 WS-PPV-REPORT-STATUS PIC X(2).
       01 WS-PPV-FROM-DATE PIC 9(8).
       01 WS-PPV-COUNT PIC 9(3).
       01 WS-PPV-IX PIC 9(3).
       01 WS-PPV-JX PIC 9(3).
       01 WS-PPV-FOUND PIC 9(3).
       01 WS-PPV-TABLE.
           05 WS-PPV-ENTRY OCCURS 500 TIMES.
               10 WS-PPV-VENDOR PIC 9(5).
               10 WS-PPV-ITEM PIC 9(5).
               10 WS-PPV-VENDOR-NAME PIC X(20).
               10 WS-PPV-EACHES PIC 9(9).
               10 WS-PPV-AGREED-VALUE PIC 9(11)V99.
               10 WS-PPV-ACTUAL-VALUE PIC 9(11)V99.
       01 WS-PPV-SWAP PIC X(65).
       01 WS-PPV-UNIT-AGREED PIC 9(5)V99.
       01 WS-PPV-UNIT-ACTUAL PIC 9(5)V99.
       01 WS-PPV-VARIANCE PIC S9(11)V99.
       01 WS-PPV-VENDOR-TOTAL PIC S9(11)V99.
       01 WS-PPV-GRAND-TOTAL PIC S9(11)V99.
       01 WS-PPV-CURR-VENDOR PIC 9(5).
       01 WS-PPV-QTY-EDIT PIC ZZZ,ZZZ,ZZ9.
       01 WS-PPV-VARIANCE-EDIT PIC +ZZZ,ZZZ,ZZ9.99.
       01 WS-LOCK-FILE-STATUS PIC X(2).
       01 WS-UPDATE-OK PIC X(1).
       01 WS-LOCK-STATE-SAVE PIC X(1).
      * Vendor-unit quantity received and its converted each
      * quantity; set only when a shipment is posted, zero and
      * reset after every log line otherwise, like CUST/SO above.
      * A RETURN or SCRAP line carries the units restocked or
      * scrapped in EACHQTY with VNDQTY left at zero.
       01 WS-LOG-VND-QTY PIC 9(5) VALUE 0.
       01 WS-LOG-EACH-QTY PIC 9(5) VALUE 0.
       01 WS-LOG-LOT PIC X(10) VALUE SPACES.
       01 WS-LOG-LINE PIC X(240).
       01 WS-PO-STATUS PIC X(2).
       01 WS-PO-LINE-STATUS PIC X(2).
       01 I-CUST-NAME PIC X(20).
       01 I-CUST-PHONE PIC X(12).
       01 I-CUST-ADDRESS PIC X(30).
       01 I-CREDIT-LIMIT PIC 9(7)V99.
       01 I-PAYMENT PIC 9(7)V99.
       01 I-AMOUNT-IN PIC X(12).
       01 WS-SO-CREDIT-LIMIT PIC 9(7)V99.
       01 WS-SO-AR-BALANCE PIC S9(7)V99.
       01 WS-ORDER-VALUE PIC 9(10)V99.
       01 WS-CREDIT-EXPOSURE PIC S9(11)V99.
       01 WS-CREDIT-HOLD PIC X(1).
       01 WS-OPEN-ORDER-VALUE PIC 9(10)V99.
       01 WS-UNBILLED-VALUE PIC 9(10)V99.
       01 WS-CREDIT-OPEN-QTY PIC 9(5).
       01 WS-CREDIT-BILLED-QTY PIC 9(7).
       01 WS-SO-EOF-FLAG PIC X(1).
       01 WS-INVL-STATUS PIC X(2).
       01 WS-INVL-OPEN PIC X(1).
       01 WS-INVL-EOF-FLAG PIC X(1).
       01 WS-OPEN-ORDER-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-UNBILLED-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIMIT-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-BALANCE-EDIT PIC -Z,ZZZ,ZZ9.99.
       01 WS-SO-STATUS PIC X(2).
       01 WS-SO-REPORT-STATUS PIC X(2).
       01 I-SO-NUMBER PIC 9(5).
       01 WS-BACKORDER-QTY PIC 9(5).
       01 WS-SO-OPEN-COUNT PIC 9(5).
       01 WS-SO-OUTSTANDING PIC 9(5).
       01 WS-RESERVE-QTY PIC 9(5).
       01 WS-SHORT-QTY PIC 9(5).
       01 I-CONFIRM-QTY PIC 9(5).
       01 WS-QTY-OK PIC X(1).
       01 WS-PICK-STATUS PIC X(2).
       01 WS-PICK-LOC PIC 9(1).
       01 WS-PICK-COUNT PIC 9(5).
       01 WS-PICK-LOC-COUNT PIC 9(5).
       01 WS-PICK-ITEM-NAME PIC X(20).
       01 WS-ATP-TABLE.
           05 WS-ATP-LOC PIC S9(5) OCCURS 3 TIMES.
       01 WS-ATP-TOTAL PIC S9(6).
       01 WS-ATP-EDIT-TABLE.
           05 WS-ATP-EDIT PIC -ZZZZ9 OCCURS 3 TIMES.
       01 WS-ATP-TOTAL-EDIT PIC -ZZZZZ9.
       01 WS-RMA-STATUS PIC X(2).
       01 WS-BOM-STATUS PIC X(2).
       01 WS-BOM-CHOICE PIC 9(5).
       01 I-KIT-ID PIC 9(5).
       01 I-COMPONENT-ID PIC 9(5).
       01 I-QTY-PER PIC 9(3).
       01 I-KIT-QUANTITY PIC 9(5).
       01 WS-KIT-OK PIC X(1).
       01 WS-KIT-OVERFLOW PIC X(1).
       01 WS-KIT-PARENT-NAME PIC X(20).
       01 WS-KIT-COUNT PIC 9(2).
       01 WS-KIT-IX PIC 9(2).
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 20 TIMES.
               10 WS-KIT-COMP-ID PIC 9(5).
               10 WS-KIT-QTY-PER PIC 9(3).
               10 WS-KIT-NEED PIC 9(7).
               10 WS-KIT-COMP-COST PIC 9(5)V99.
       01 WS-KIT-VALUE PIC 9(9)V99.
       01 WS-KIT-COMP-VALUE PIC 9(9)V99.
       01 WS-KIT-NEED-TOTAL PIC 9(8).
       01 WS-KIT-UNIT-COST PIC 9(5)V99.
       01 WS-KIT-EXT-COST PIC 9(9)V99.
       01 WS-KIT-EXT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-WU-COUNT PIC 9(5).
       01 WS-WU-COMP-ATP PIC S9(6).
       01 WS-WU-KITS PIC S9(6).
       01 WS-WU-KITS-EDIT PIC -ZZZZZ9.
       01 WS-KIT-LOT-CONTROLLED PIC X(1).
       01 WS-LOT-STATUS PIC X(2).
       01 I-LOT-NUMBER PIC X(10).
       01 I-EXPIRY-DATE PIC 9(8).
       01 I-EXPIRY-PARTS REDEFINES I-EXPIRY-DATE.
           05 I-EXPIRY-YYYY PIC 9(4).
           05 I-EXPIRY-MM PIC 9(2).
           05 I-EXPIRY-DD PIC 9(2).
       01 I-LOT-QTY PIC 9(5).
       01 I-LOT-CONTROLLED PIC X(1).
       01 WS-LOT-OK PIC X(1).
       01 WS-LOT-FOUND PIC X(1).
       01 WS-LOT-PENDING PIC X(1).
       01 WS-LOT-OPENING PIC X(1).
       01 WS-LOT-CLEAR PIC X(1).
       01 WS-LOT-TOTAL-MOVES PIC X(1).
       01 WS-LOT-OVERFLOW PIC X(1).
       01 WS-LOT-LOC PIC 9(1).
       01 WS-LOT-OLD-QTY PIC 9(5).
       01 WS-LOT-ADD-QTY PIC 9(5).
       01 WS-LOT-NEED PIC 9(7).
       01 WS-LOT-REMAIN PIC 9(7).
       01 WS-LOT-TAKE PIC 9(7).
       01 WS-LOT-ON-FILE PIC 9(7).
       01 WS-LOT-RUN-QTY PIC 9(6).
       01 WS-LOT-RUN-LOC-QTY PIC 9(6).
       01 WS-LOT-SAVE-CUST PIC 9(5).
       01 WS-LOT-SAVE-SO PIC 9(5).
       01 WS-LOT-COUNT PIC 9(2).
       01 WS-LOT-IX PIC 9(2).
       01 WS-LOT-PICK PIC 9(2).
       01 WS-LOT-DRAW-COUNT PIC 9(2).
       01 WS-LOT-DX PIC 9(2).
      * The lots of one item at one location, as read from the lot
      * file, and the order in which a draw takes them.
       01 WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 50 TIMES.
               10 WS-LT-NUMBER PIC X(10).
               10 WS-LT-EXPIRY PIC 9(8).
               10 WS-LT-QTY PIC 9(5).
               10 WS-LT-DRAW PIC 9(5).
       01 WS-LOT-ORDER-TABLE.
           05 WS-LOT-ORDER PIC 9(2) OCCURS 50 TIMES.
       01 WS-RETREG-STATUS PIC X(2).
       01 WS-RMA-OK PIC X(1).
       01 WS-RMA-POSTED PIC X(1).
       01 I-RMA-QUANTITY PIC 9(5).
       01 I-RMA-RESTOCK PIC 9(5).
       01 I-RMA-REASON PIC X(20).
       01 WS-RMA-SCRAP PIC 9(5).
       01 WS-RMA-SHIPPED PIC 9(5).
       01 WS-RMA-PRIOR-QTY PIC 9(5).
       01 WS-RMA-RETURNABLE PIC 9(5).
       01 WS-RMA-UNIT-COST PIC 9(5)V99.
       01 WS-NEXT-RMA-NUMBER PIC 9(5).
       01 WS-REGISTER-LINE PIC X(120).
       01 WS-RR-COUNT PIC 9(5).
       01 WS-RR-RETURNED PIC 9(7).
       01 WS-RR-RESTOCKED PIC 9(7).
       01 WS-RR-SCRAPPED PIC 9(7).
       01 WS-RR-RESTOCK-VALUE PIC 9(9)V99.
       01 WS-RR-SCRAP-VALUE PIC 9(9)V99.
       01 WS-RR-LINE-RESTOCK PIC 9(9)V99.
       01 WS-RR-LINE-SCRAP PIC 9(9)V99.
       01 WS-RR-RESTOCK-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RR-SCRAP-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AGING-STATUS PIC X(2).
       01 WS-AGING-TABLE.
           05 WS-AGING-ENTRY OCCURS 500 TIMES.
           05 WS-HIST-VND-QTY PIC X(5).
           05 FILLER PIC X(9).
           05 WS-HIST-EACH-QTY PIC X(5).
      * The lot field begins at column 216; lines written before lot
      * control, and lines for items that are not lot-controlled,
      * are blank from column 221, which means no lot.
           05 FILLER PIC X(5).
           05 WS-HIST-LOT PIC X(10).
      * Log lines written before prices carried cents are 92 bytes
      * with 5-character price fields; a line that is blank from
      * column 93 on is in this older layout.
       01 WS-HIST-SHOW-USER PIC X(8).
       01 WS-HIST-SHOW-VND-QTY PIC X(5).
       01 WS-HIST-SHOW-EACH-QTY PIC X(5).
       01 WS-HIST-SHOW-LOT PIC X(10).
       01 WS-VP-REPORT-STATUS PIC X(2).
       01 WS-LINE-EOF-FLAG PIC X(1).
       01 I-RECEIPT-DATE PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           PERFORM UNTIL USER-CHOICE = 34
           CALL "SYSTEM" USING "CLS"
           DISPLAY "||=======================================||"
           DISPLAY "||     Inventory Management System       ||"
           DISPLAY "||  21. Margin Report                    ||"
           DISPLAY "||  22. Operator Maintenance             ||"
           DISPLAY "||  23. Vendor Performance Report        ||"
           DISPLAY "||  24. Customer Return                  ||"
           DISPLAY "||  25. Returns Register                 ||"
           DISPLAY "||  26. Release Credit Hold              ||"
           DISPLAY "||  27. Pick Tickets                     ||"
           DISPLAY "||  28. Ship Confirm                     ||"
           DISPLAY "||  29. Bill of Materials                ||"
           DISPLAY "||  30. Assemble Kits                    ||"
           DISPLAY "||  31. Disassemble Kits                 ||"
           DISPLAY "||  32. Approve Purchase Orders          ||"
           DISPLAY "||  33. Purchase Price Variance Report   ||"
           DISPLAY "||  34. Exit                             ||"
           DISPLAY "||=======================================||"
           DISPLAY "Enter your choice: " NO ADVANCING
           ACCEPT USER-CHOICE
           WHEN 23
               PERFORM VENDOR-PERFORMANCE-REPORT
           WHEN 24
               PERFORM CHECK-BATCH-LOCK
               IF WS-UPDATE-OK = "Y"
                   PERFORM CUSTOMER-RETURN
               END-IF
           WHEN 25
               PERFORM RETURNS-REGISTER
           WHEN 26
               PERFORM CHECK-BATCH-LOCK
               IF WS-UPDATE-OK = "Y"
                   PERFORM RELEASE-CREDIT-HOLD
               END-IF
           WHEN 27
               PERFORM PICK-TICKET-RUN
           WHEN 28
               PERFORM CHECK-BATCH-LOCK
               IF WS-UPDATE-OK = "Y"
                   PERFORM SHIP-CONFIRM
               END-IF
           WHEN 29
               PERFORM BOM-MENU
           WHEN 30
               PERFORM CHECK-BATCH-LOCK
               IF WS-UPDATE-OK = "Y"
                   PERFORM ASSEMBLE-KITS
               END-IF
           WHEN 31
               PERFORM CHECK-BATCH-LOCK
               IF WS-UPDATE-OK = "Y"
                   PERFORM DISASSEMBLE-KITS
               END-IF
           WHEN 32
               PERFORM APPROVE-PURCHASE-ORDERS
           WHEN 33
               PERFORM PPV-REPORT
           WHEN 34
               DISPLAY "Exit"
           END-EVALUATE
           END-PERFORM

      * Each item is judged against its own reorder point; items
      * with a reorder point of zero are not replenished and are
      * left off the report.  Stock already reserved for sales
      * orders is not available, so the test is on available-to-
      * promise rather than on hand.
       REORDER-REPORT.
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ITEM-ID   ITEM-NAME            LOCATION"
                       "     AVAIL    SHORT-BY"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM COMPUTE-ITEM-ATP
                               IF ITEM-REORDER-POINT > 0
                                   AND WS-ATP-TOTAL <
                                       ITEM-REORDER-POINT
                                   COMPUTE WS-SHORTFALL =
                                       ITEM-REORDER-POINT -
                                       WS-ATP-TOTAL
                                   PERFORM WRITE-REORDER-ITEM-LINES
                               END-IF
                       END-READ
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > 3
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-ATP-LOC(WS-LOC-IX) TO WS-ATP-EDIT(WS-LOC-IX)
               STRING ITEM-ID " " ITEM-NAME " "
                   WS-LOC-NAME(WS-LOC-IX) " "
                   WS-ATP-EDIT(WS-LOC-IX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REORDER-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ATP-TOTAL TO WS-ATP-TOTAL-EDIT
           STRING ITEM-ID " " ITEM-NAME " "
               "COMPANY TOTAL" WS-ATP-TOTAL-EDIT " " WS-SHORTFALL
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REORDER-REPORT-RECORD
           WRITE REORDER-REPORT-RECORD.

      * Replenishment run: compares company available-to-promise
      * (on hand less stock reserved for sales orders) plus open-PO
      * quantity to each item's reorder point, reports the suggested
      * orders by preferred vendor, and on request releases them as
      * purchase orders exactly as if keyed through CREATE-PO.

       SUGGEST-ONE-ITEM.
           IF ITEM-REORDER-POINT > 0
               PERFORM COMPUTE-ITEM-ATP
               MOVE ITEM-ID TO WS-OO-KEY
               PERFORM FIND-ON-ORDER-ENTRY
               IF WS-OO-FOUND = 0
                   COMPUTE WS-NEED-QTY =
                       ITEM-REORDER-POINT - WS-ATP-TOTAL
               ELSE
      * Open PO line quantities are vendor units; the need is in
      * eaches, so the on-order quantity converts through the case
                       MOVE WS-OO-QTY(WS-OO-FOUND) TO WS-OO-EACHES
                   END-IF
                   COMPUTE WS-NEED-QTY =
                       ITEM-REORDER-POINT - WS-ATP-TOTAL -
                       WS-OO-EACHES
               END-IF
               IF WS-NEED-QTY > 0
                       MOVE ITEM-ID TO WS-SUG-ITEM(WS-SUG-COUNT)
                       MOVE ITEM-NAME TO WS-SUG-NAME(WS-SUG-COUNT)
                       MOVE WS-NEED-QTY TO WS-SUG-QTY(WS-SUG-COUNT)
                       MOVE ITEM-COST TO WS-SUG-COST(WS-SUG-COUNT)
                       MOVE ITEM-CASE-PACK
                           TO WS-SUG-PACK(WS-SUG-COUNT)
                   ELSE
                       DISPLAY "More than 200 suggestions; run"
                           " truncated."
                   "t.txt"
           END-IF.

      * A released line is agreed at the item's current average
      * cost; the buyer can raise a purchase order by hand where a
      * different price has been negotiated.
      * Released orders go through the same vendor check CREATE-PO
      * uses; each vendor is confirmed once and gets one purchase
      * order, numbered after the highest number already on file,
                           UNTIL WS-SUG-IX > WS-SUG-COUNT
                       PERFORM RELEASE-ONE-SUGGESTION
                   END-PERFORM
                   PERFORM FINISH-RELEASED-PO
                   CLOSE PO-LINE-FILE
                   DISPLAY "Purchase orders released: "
                       WS-RELEASED-COUNT
                   " has no preferred vendor; not released."
           ELSE
               IF WS-SUG-VENDOR(WS-SUG-IX) NOT = WS-CURR-VENDOR
                   PERFORM FINISH-RELEASED-PO
                   MOVE WS-SUG-VENDOR(WS-SUG-IX) TO WS-CURR-VENDOR
                   MOVE WS-CURR-VENDOR TO I-VENDOR-ID
                   MOVE "N" TO WS-VENDOR-OK
           MOVE I-VENDOR-NAME TO PO-VENDOR-NAME
           MOVE I-PO-DATE TO PO-EXPECTED-DATE
           MOVE "O" TO PO-STATUS
           MOVE WS-OPERATOR-ID TO PO-CREATED-BY
           MOVE SPACES TO PO-APPROVED-BY
           MOVE 0 TO PO-ORDER-VALUE
           MOVE 0 TO WS-PO-VALUE
           WRITE PO-RECORD
           IF WS-PO-STATUS = "00"
               MOVE "Y" TO WS-RELEASE-VENDOR-OK
           MOVE 0 TO PO-LINE-RECEIVED-QTY
           MOVE "O" TO PO-LINE-STATUS
           MOVE 0 TO PO-LINE-RECEIPT-DATE
           MOVE WS-SUG-COST(WS-SUG-IX) TO PO-LINE-AGREED-COST
           MOVE 0 TO PO-LINE-RECEIVED-EACHES
           MOVE 0 TO PO-LINE-RECEIVED-VALUE
           WRITE PO-LINE-RECORD
           IF WS-PO-LINE-STATUS = "00"
               ADD 1 TO WS-NEXT-LINE-NUMBER
               IF WS-SUG-PACK(WS-SUG-IX) > 1
                   MOVE WS-SUG-PACK(WS-SUG-IX) TO WS-PO-LINE-PACK
               ELSE
                   MOVE 1 TO WS-PO-LINE-PACK
               END-IF
               COMPUTE WS-PO-LINE-VALUE = PO-LINE-QUANTITY *
                   WS-PO-LINE-PACK * PO-LINE-AGREED-COST
               ADD WS-PO-LINE-VALUE TO WS-PO-VALUE
               MOVE PO-LINE-AGREED-COST TO WS-COST-EDIT
               DISPLAY "  Line " PO-LINE-NUMBER ": item "
                   PO-LINE-ITEM-ID " qty " PO-LINE-QUANTITY
                   " agreed cost " WS-COST-EDIT
           ELSE
               DISPLAY "Unable to write line for item "
                   PO-LINE-ITEM-ID ", status=" WS-PO-LINE-STATUS
           END-IF.

      * Once the last line of a released order is written its
      * value is known and the approval limit can be applied.
       FINISH-RELEASED-PO.
           IF WS-RELEASE-VENDOR-OK = "Y"
               MOVE WS-RELEASE-PO-NUMBER TO PO-NUMBER
               READ PO-FILE KEY IS PO-NUMBER
                   INVALID KEY
                       DISPLAY "Unable to reread PO " PO-NUMBER
                           " to apply the approval limit."
                   NOT INVALID KEY
                       PERFORM APPLY-PO-APPROVAL-LIMIT
               END-READ
           END-IF.

      * Expects the order's header in the record area and its value
      * in WS-PO-VALUE.  An order worth more than the signed-on
      * operator's approval limit is held for a supervisor.
       APPLY-PO-APPROVAL-LIMIT.
           MOVE WS-PO-VALUE TO PO-ORDER-VALUE
           MOVE WS-PO-VALUE TO WS-PO-VALUE-EDIT
           IF WS-PO-VALUE > WS-OPERATOR-LIMIT
               MOVE "W" TO PO-STATUS
           END-IF
           REWRITE PO-RECORD
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Unable to record the value of PO " PO-NUMBER
                   ", status=" WS-PO-STATUS
           ELSE
               IF PO-STATUS = "W"
                   MOVE WS-OPERATOR-LIMIT TO WS-LIMIT-EDIT
                   DISPLAY "PO " PO-NUMBER " value " WS-PO-VALUE-EDIT
                       " is over your approval limit of "
                       WS-LIMIT-EDIT "."
                   DISPLAY "The order is pending approval and cannot"
                       " be received until a supervisor approves"
                       " it."
               ELSE
                   DISPLAY "PO " PO-NUMBER " value "
                       WS-PO-VALUE-EDIT
               END-IF
           END-IF.

       GET-NEXT-PO-NUMBER.
           MOVE 1 TO WS-NEXT-PO-NUMBER
           MOVE 0 TO PO-NUMBER
                       ELSE
                           MOVE OPER-ID TO WS-OPERATOR-ID
                           MOVE OPER-LEVEL TO WS-OPERATOR-LEVEL
                           MOVE OPER-APPROVAL-LIMIT
                               TO WS-OPERATOR-LIMIT
                           DISPLAY "Signed on: " OPER-NAME
                               " (level " OPER-LEVEL ")"
                       END-IF
           MOVE "BUILT-IN SUPERVISOR" TO OPER-NAME
           MOVE "S" TO OPER-LEVEL
           MOVE "A" TO OPER-ACTIVE
           MOVE 9999999.99 TO OPER-APPROVAL-LIMIT
           WRITE OPERATOR-RECORD
           DISPLAY "First sign-on: operator SUPER (supervisor)"
               " created; sign on as SUPER and add operators."
               END-IF
           END-PERFORM.

       GET-OPERATOR-LIMIT.
           DISPLAY "Enter the PO approval limit (dollars): "
               NO ADVANCING
           ACCEPT I-OPER-LIMIT-IN
           COMPUTE I-OPER-LIMIT = FUNCTION NUMVAL(I-OPER-LIMIT-IN).

       ADD-OPERATOR.
           DISPLAY "Enter the operator id: " NO ADVANCING
           ACCEPT I-OPER-ID
           ACCEPT I-OPER-NAME

           PERFORM GET-OPERATOR-LEVEL
           PERFORM GET-OPERATOR-LIMIT

           MOVE I-OPER-ID TO OPER-ID
           MOVE I-OPER-NAME TO OPER-NAME
           MOVE I-OPER-LEVEL TO OPER-LEVEL
           MOVE "A" TO OPER-ACTIVE
           MOVE I-OPER-LIMIT TO OPER-APPROVAL-LIMIT

           OPEN I-O OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "35" OR WS-OPERATOR-STATUS = "91"
               MOVE I-OPER-NAME TO OPER-NAME
               MOVE I-OPER-LEVEL TO OPER-LEVEL
               MOVE "A" TO OPER-ACTIVE
               MOVE I-OPER-LIMIT TO OPER-APPROVAL-LIMIT
           END-IF
           WRITE OPERATOR-RECORD
           IF WS-OPERATOR-STATUS = "22"
                       DISPLAY "Current name: " OPER-NAME
                       DISPLAY "Current level: " OPER-LEVEL
                       DISPLAY "Current status: " OPER-ACTIVE
                       MOVE OPER-APPROVAL-LIMIT TO WS-LIMIT-EDIT
                       DISPLAY "Current PO approval limit: "
                           WS-LIMIT-EDIT

                       DISPLAY "Change name? (Y/N): " NO ADVANCING
                       ACCEPT WS-ANSWER
                           MOVE I-OPER-LEVEL TO OPER-LEVEL
                       END-IF

                       DISPLAY "Change PO approval limit? (Y/N): "
                           NO ADVANCING
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           PERFORM GET-OPERATOR-LIMIT
                           MOVE I-OPER-LIMIT TO OPER-APPROVAL-LIMIT
                       END-IF

                       DISPLAY "Reactivate operator? (Y/N): "
                           NO ADVANCING
                       ACCEPT WS-ANSWER
               DISPLAY "No operator records found."
           ELSE
               DISPLAY "OPER-ID  OPERATOR-NAME        LVL ST"
                   "  APPROVAL-LIMIT"
               DISPLAY "------------------------------------"
                   "----------------"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OPERATOR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE OPER-APPROVAL-LIMIT TO WS-LIMIT-EDIT
                           DISPLAY OPER-ID " " OPER-NAME " "
                               OPER-LEVEL "   " OPER-ACTIVE "    "
                               WS-LIMIT-EDIT
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               " USER=" WS-OPERATOR-ID
               " VNDQTY=" WS-LOG-VND-QTY
               " EACHQTY=" WS-LOG-EACH-QTY
               " LOT=" WS-LOG-LOT
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING
           MOVE 0 TO WS-LOG-CUST
           MOVE 0 TO WS-LOG-SO
           MOVE 0 TO WS-LOG-VND-QTY
           MOVE 0 TO WS-LOG-EACH-QTY
           MOVE SPACES TO WS-LOG-LOT.

       GET-LOCATION.
           MOVE 0 TO I-LOCATION
           END-PERFORM
           MOVE WS-LOC-TOTAL TO ITEM-QUANTITY.

      * Available-to-promise per location is the stock on hand less
      * the stock already reserved for open sales orders.  It goes
      * negative when a count or transfer has taken away stock that
      * was reserved, until ship confirmation settles the order.
       COMPUTE-ITEM-ATP.
           MOVE 0 TO WS-ATP-TOTAL
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > 3
               COMPUTE WS-ATP-LOC(WS-LOC-IX) =
                   ITEM-LOC-QTY(WS-LOC-IX) - ITEM-COMMIT-QTY(WS-LOC-IX)
               ADD WS-ATP-LOC(WS-LOC-IX) TO WS-ATP-TOTAL
           END-PERFORM.

      * Quantities shown are available-to-promise; the on-hand
      * total, reserved stock included, is shown beside it.
       VIEW-INVENTORY.
           DISPLAY "Enter location (0=all, 1=MAIN WHSE,"
               " 2=STOCKROOM A, 3=STOCKROOM B): " NO ADVANCING
           ELSE
               IF I-LOCATION = 0
                   DISPLAY "ITEM-ID   ITEM-NAME            PRICE "
                       "   MAIN  STK-A  STK-B   AVAIL ON-HAND"
               ELSE
                   DISPLAY "Location: " WS-LOC-NAME(I-LOCATION)
                   DISPLAY "ITEM-ID   ITEM-NAME            PRICE "
                       "   AVAIL ON-HAND"
               END-IF
               DISPLAY "----------------------------------------------"
               MOVE "N" TO WS-EOF-FLAG
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ITEM-PRICE TO WS-PRICE-EDIT
                           PERFORM COMPUTE-ITEM-ATP
                           MOVE WS-ATP-LOC(1) TO WS-ATP-EDIT(1)
                           MOVE WS-ATP-LOC(2) TO WS-ATP-EDIT(2)
                           MOVE WS-ATP-LOC(3) TO WS-ATP-EDIT(3)
                           MOVE WS-ATP-TOTAL TO WS-ATP-TOTAL-EDIT
                           IF I-LOCATION = 0
                               DISPLAY ITEM-ID " " ITEM-NAME " "
                                   WS-PRICE-EDIT " "
                                   WS-ATP-EDIT(1) " "
                                   WS-ATP-EDIT(2) " "
                                   WS-ATP-EDIT(3) " "
                                   WS-ATP-TOTAL-EDIT " "
                                   ITEM-QUANTITY
                           ELSE
                               DISPLAY ITEM-ID " " ITEM-NAME " "
                                   WS-PRICE-EDIT "  "
                                   WS-ATP-EDIT(I-LOCATION) "   "
                                   ITEM-LOC-QTY(I-LOCATION)
                           END-IF
                   END-READ
                           ITEM-QUANTITY
                       DISPLAY "  Stocking unit: " ITEM-UOM
                           "  Vendor case pack: " ITEM-CASE-PACK
                       PERFORM COMPUTE-ITEM-ATP
                       DISPLAY "  LOCATION      ON-HAND RESERVED"
                           "  AVAIL"
                       PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                               UNTIL WS-LOC-IX > 3
                           MOVE WS-ATP-LOC(WS-LOC-IX)
                               TO WS-ATP-EDIT(WS-LOC-IX)
                           DISPLAY "  " WS-LOC-NAME(WS-LOC-IX) "  "
                               ITEM-LOC-QTY(WS-LOC-IX) "    "
                               ITEM-COMMIT-QTY(WS-LOC-IX) " "
                               WS-ATP-EDIT(WS-LOC-IX)
                       END-PERFORM
                       MOVE WS-ATP-TOTAL TO WS-ATP-TOTAL-EDIT
                       DISPLAY "  Available to promise, all locations:"
                           WS-ATP-TOTAL-EDIT
                       IF ITEM-LOT-CONTROLLED = "Y"
                           DISPLAY "  Lots: location, lot, expires,"
                               " quantity"
                           MOVE 0 TO WS-LOT-LOC
                           PERFORM LIST-ITEM-LOTS
                       END-IF
               END-READ
               CLOSE RECEIPT-FILE
           END-IF.
                   INVALID KEY
                       DISPLAY "Item not found."
                   NOT INVALID KEY
                       IF ITEM-COMMIT-QTY(1) > 0
                           OR ITEM-COMMIT-QTY(2) > 0
                           OR ITEM-COMMIT-QTY(3) > 0
                           DISPLAY "Item has stock reserved for open"
                               " sales orders; ship or cancel them"
                               " before deleting it."
                       ELSE
                           MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
                           MOVE ITEM-COST TO WS-LOG-OLD-COST
                           MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
                           MOVE 0 TO WS-LOG-NEW-PRICE
                           MOVE 0 TO WS-LOG-NEW-COST
                           MOVE 0 TO WS-LOG-NEW-QTY
                           MOVE 0 TO WS-LOG-LOCATION
                           MOVE 0 TO WS-LOG-NEW-LOC-QTY
                           MOVE "DELETE" TO WS-LOG-OP
                           DELETE RECEIPT-FILE
                           IF WS-RECEIPT-STATUS = "00"
                               PERFORM WRITE-TRANSACTION-LOG
                               PERFORM DELETE-ITEM-LOTS
                               DISPLAY "Item deleted successfully!"
                           ELSE
                               DISPLAY "Unable to delete item, status="
                                   WS-RECEIPT-STATUS
                           END-IF
                       END-IF
               END-READ
               CLOSE RECEIPT-FILE
               MOVE 1 TO I-CASE-PACK
           END-IF

           DISPLAY "Is the item lot-controlled? (Y/N): " NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               MOVE "Y" TO I-LOT-CONTROLLED
           ELSE
               MOVE "N" TO I-LOT-CONTROLLED
           END-IF

           DISPLAY "Location receiving the opening quantity:"
           PERFORM GET-LOCATION
           IF I-LOT-CONTROLLED = "Y" AND I-QUANTITY > 0
               DISPLAY "The opening quantity goes into one lot."
               PERFORM GET-LOT-DETAILS
           END-IF

           MOVE I-ID TO ITEM-ID
           MOVE I-NAME TO ITEM-NAME
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > 3
               MOVE 0 TO ITEM-LOC-QTY(WS-LOC-IX)
               MOVE 0 TO ITEM-COMMIT-QTY(WS-LOC-IX)
           END-PERFORM
           MOVE I-QUANTITY TO ITEM-LOC-QTY(I-LOCATION)
           MOVE I-REORDER-POINT TO ITEM-REORDER-POINT
           MOVE I-ITEM-VENDOR-ID TO ITEM-VENDOR-ID
           MOVE I-UOM TO ITEM-UOM
           MOVE I-CASE-PACK TO ITEM-CASE-PACK
           MOVE I-LOT-CONTROLLED TO ITEM-LOT-CONTROLLED

           OPEN I-O RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
                   MOVE I-QUANTITY TO WS-LOG-NEW-QTY
                   MOVE I-LOCATION TO WS-LOG-LOCATION
                   MOVE I-QUANTITY TO WS-LOG-NEW-LOC-QTY
                   IF ITEM-LOT-CONTROLLED = "Y" AND I-QUANTITY > 0
                       MOVE I-LOCATION TO WS-LOT-LOC
                       MOVE I-QUANTITY TO WS-LOT-ADD-QTY
                       PERFORM ADD-TO-LOT
                       MOVE I-LOT-NUMBER TO WS-LOG-LOT
                   END-IF
                   MOVE "ADD" TO WS-LOG-OP
                   PERFORM WRITE-TRANSACTION-LOG
                   DISPLAY "Item added successfully!"
                               UNTIL WS-LOC-IX > 3
                           DISPLAY "  " WS-LOC-NAME(WS-LOC-IX) " "
                               ITEM-LOC-QTY(WS-LOC-IX)
                               "  reserved for sales orders: "
                               ITEM-COMMIT-QTY(WS-LOC-IX)
                       END-PERFORM
                       MOVE 0 TO WS-LOG-LOCATION
                       MOVE 0 TO WS-LOG-NEW-LOC-QTY
                       MOVE "N" TO WS-LOT-PENDING
                       MOVE "N" TO WS-LOT-OPENING
                       MOVE "N" TO WS-LOT-CLEAR

                       DISPLAY "Change name? (Y/N): " NO ADVANCING
                       ACCEPT WS-ANSWER
                           DISPLAY "Current quantity at "
                               WS-LOC-NAME(I-LOCATION) ": "
                               ITEM-LOC-QTY(I-LOCATION)
                           IF ITEM-LOT-CONTROLLED = "Y"
                               PERFORM CHANGE-LOT-QUANTITY
                           ELSE
                               DISPLAY "Enter new quantity: "
                                   NO ADVANCING
                               ACCEPT I-QUANTITY
                               MOVE I-QUANTITY TO
                                   ITEM-LOC-QTY(I-LOCATION)
                               PERFORM RECOMPUTE-ITEM-TOTAL
                               MOVE I-LOCATION TO WS-LOG-LOCATION
                               MOVE I-QUANTITY TO WS-LOG-NEW-LOC-QTY
                           END-IF
                       END-IF

                       DISPLAY "Change reorder point? (Y/N): "
                           END-IF
                       END-IF

      * Stock on hand when lot control is switched on goes into one
      * opening lot per location; switching it off drops the lots.
                       DISPLAY "Lot-controlled: " ITEM-LOT-CONTROLLED
                           "  Change lot control? (Y/N): "
                           NO ADVANCING
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           IF ITEM-LOT-CONTROLLED = "Y"
                               MOVE "N" TO ITEM-LOT-CONTROLLED
                               MOVE "Y" TO WS-LOT-CLEAR
                           ELSE
                               MOVE "Y" TO ITEM-LOT-CONTROLLED
                               IF ITEM-QUANTITY > 0
                                   DISPLAY "Stock on hand goes into"
                                       " one opening lot."
                                   PERFORM GET-LOT-DETAILS
                                   MOVE "Y" TO WS-LOT-OPENING
                               END-IF
                           END-IF
                       END-IF

                       REWRITE RECEIPT-RECORD
                       IF WS-RECEIPT-STATUS = "00"
                           IF WS-LOT-PENDING = "Y"
                               PERFORM SET-LOT-QUANTITY
                           END-IF
                           IF WS-LOT-CLEAR = "Y"
                               PERFORM DELETE-ITEM-LOTS
                           END-IF
                           IF WS-LOT-OPENING = "Y"
                               PERFORM OPEN-LOTS-FOR-STOCK
                           END-IF
                           MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
                           MOVE ITEM-COST TO WS-LOG-NEW-COST
                           MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
               MOVE I-VENDOR-NAME TO PO-VENDOR-NAME
               MOVE I-PO-DATE TO PO-EXPECTED-DATE
               MOVE "O" TO PO-STATUS
               MOVE WS-OPERATOR-ID TO PO-CREATED-BY
               MOVE SPACES TO PO-APPROVED-BY
               MOVE 0 TO PO-ORDER-VALUE

               OPEN I-O PO-FILE
               IF WS-PO-STATUS = "35" OR WS-PO-STATUS = "91"
      * open PO reports.
       ENTER-PO-LINES.
           MOVE 0 TO WS-NEXT-LINE-NUMBER
           MOVE 0 TO WS-PO-VALUE
           MOVE 1 TO I-PO-ITEM-ID
           PERFORM UNTIL I-PO-ITEM-ID = 0
               DISPLAY "Enter the item id on order (0 to finish): "
           ELSE
               DISPLAY "Purchase order created with "
                   WS-NEXT-LINE-NUMBER " line(s)."
               PERFORM APPLY-PO-APPROVAL-LIMIT
           END-IF.

      * Purchase order quantities are in vendor units (cases or
      * packs); receiving converts to eaches with the item's case
      * pack.  The agreed cost is per stocking unit, like the actual
      * cost keyed at receiving, so the line's value is quantity
      * times case pack times agreed cost.
       ENTER-ONE-PO-LINE.
           PERFORM LOOK-UP-PO-LINE-ITEM
           IF WS-PO-LINE-OK = "Y"
               DISPLAY "Enter the expected quantity (vendor units): "
                   NO ADVANCING
               ACCEPT I-PO-QUANTITY
               MOVE I-AGREED-COST TO WS-COST-EDIT
               DISPLAY "Current average cost per stocking unit: "
                   WS-COST-EDIT
               DISPLAY "Enter the agreed cost per stocking unit"
                   " (0 for the current average cost): "
                   NO ADVANCING
               ACCEPT I-COST-IN
               COMPUTE I-COST = FUNCTION NUMVAL(I-COST-IN)
               IF I-COST > 0
                   MOVE I-COST TO I-AGREED-COST
               END-IF
               MOVE I-PO-NUMBER TO PO-LINE-PO-NUMBER
               COMPUTE PO-LINE-NUMBER = WS-NEXT-LINE-NUMBER + 1
               MOVE I-PO-ITEM-ID TO PO-LINE-ITEM-ID
               MOVE I-PO-QUANTITY TO PO-LINE-QUANTITY
               MOVE 0 TO PO-LINE-RECEIVED-QTY
               MOVE "O" TO PO-LINE-STATUS
               MOVE 0 TO PO-LINE-RECEIPT-DATE
               MOVE I-AGREED-COST TO PO-LINE-AGREED-COST
               MOVE 0 TO PO-LINE-RECEIVED-EACHES
               MOVE 0 TO PO-LINE-RECEIVED-VALUE
               WRITE PO-LINE-RECORD
               IF WS-PO-LINE-STATUS = "00"
                   ADD 1 TO WS-NEXT-LINE-NUMBER
                   COMPUTE WS-PO-LINE-VALUE = PO-LINE-QUANTITY *
                       WS-PO-LINE-PACK * PO-LINE-AGREED-COST
                   ADD WS-PO-LINE-VALUE TO WS-PO-VALUE
                   MOVE WS-PO-LINE-VALUE TO WS-PO-VALUE-EDIT
                   DISPLAY "Line " PO-LINE-NUMBER " added: item "
                       PO-LINE-ITEM-ID " qty " PO-LINE-QUANTITY
                       " value " WS-PO-VALUE-EDIT
               ELSE
                   DISPLAY "Unable to add line, status="
                       WS-PO-LINE-STATUS
               END-IF
           END-IF.

      * The item must be on file: its case pack prices the line and
      * its current average cost is offered as the agreed cost.
       LOOK-UP-PO-LINE-ITEM.
           MOVE "N" TO WS-PO-LINE-OK
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
               DISPLAY "No inventory records found; add the item"
                   " first."
           ELSE
               MOVE I-PO-ITEM-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       DISPLAY "Item not found; add the item first."
                   NOT INVALID KEY
                       DISPLAY "Item: " ITEM-NAME " (" ITEM-UOM
                           ", case pack " ITEM-CASE-PACK ")"
                       IF ITEM-CASE-PACK > 1
                           MOVE ITEM-CASE-PACK TO WS-PO-LINE-PACK
                       ELSE
                           MOVE 1 TO WS-PO-LINE-PACK
                       END-IF
                       MOVE ITEM-COST TO I-AGREED-COST
                       MOVE "Y" TO WS-PO-LINE-OK
               END-READ
               CLOSE RECEIPT-FILE
           END-IF.

       VALIDATE-PO-VENDOR.
                           INVALID KEY
                               DISPLAY "Purchase order not found."
                           NOT INVALID KEY
                               IF PO-STATUS = "W"
                                   DISPLAY "Purchase order is pending"
                                       " approval; a supervisor must"
                                       " approve it before it can be"
                                       " received."
                               ELSE
                                   IF PO-STATUS NOT = "O"
                                       AND PO-STATUS NOT = "P"
                                       DISPLAY "Purchase order is not"
                                           " open."
                                   ELSE
                                       PERFORM RECEIVE-PO-ENTRY
                                   END-IF
                               END-IF
                       END-READ
                       CLOSE PO-LINE-FILE
      * status is re-derived from the lines when the slip is done.
       RECEIVE-PO-ENTRY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PPV-TOLERANCE-IN
           ACCEPT WS-PPV-TOLERANCE-IN FROM ENVIRONMENT "PPVTOLPCT"
           IF WS-PPV-TOLERANCE-IN NOT = SPACES
               COMPUTE WS-PPV-TOLERANCE-PCT =
                   FUNCTION NUMVAL(WS-PPV-TOLERANCE-IN)
           END-IF
      * The date is re-asked until it converts to a real calendar
      * day, so a typo never lands on the PO line and cannot skew
      * the vendor performance figures.
               "  received so far " PO-LINE-RECEIVED-QTY
           DISPLAY "Outstanding quantity (vendor units): "
               WS-PO-OUTSTANDING
           IF PO-LINE-AGREED-COST > 0
               MOVE PO-LINE-AGREED-COST TO WS-COST-EDIT
               DISPLAY "Agreed cost per stocking unit: " WS-COST-EDIT
           END-IF
           DISPLAY "Enter quantity received (vendor units): "
               NO ADVANCING
           ACCEPT I-RECEIVE-QUANTITY
                       " unit on this receipt: " NO ADVANCING
                   ACCEPT I-COST-IN
                   COMPUTE I-COST = FUNCTION NUMVAL(I-COST-IN)
                   PERFORM CHECK-PRICE-VARIANCE
                   DISPLAY "Location receiving the shipment:"
                   PERFORM GET-LOCATION
                   MOVE "N" TO WS-RECEIVE-OK
               END-IF
           END-IF.

      * The variance is flagged for the receiver to take up with
      * purchasing; the receipt still posts at the actual cost.
       CHECK-PRICE-VARIANCE.
           IF PO-LINE-AGREED-COST > 0
               IF I-COST > PO-LINE-AGREED-COST
                   COMPUTE WS-PPV-DIFF = I-COST - PO-LINE-AGREED-COST
               ELSE
                   COMPUTE WS-PPV-DIFF = PO-LINE-AGREED-COST - I-COST
               END-IF
               COMPUTE WS-PPV-PCT ROUNDED =
                   WS-PPV-DIFF * 100 / PO-LINE-AGREED-COST
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-PPV-PCT
               END-COMPUTE
               IF WS-PPV-PCT > WS-PPV-TOLERANCE-PCT
                   MOVE WS-PPV-PCT TO WS-PPV-PCT-EDIT
                   MOVE PO-LINE-AGREED-COST TO WS-COST-EDIT
                   DISPLAY "*** PRICE VARIANCE: actual cost is "
                       WS-PPV-PCT-EDIT "% away from the agreed cost "
                       WS-COST-EDIT " (tolerance "
                       WS-PPV-TOLERANCE-PCT "%) ***"
               END-IF
           END-IF.

       UPDATE-PO-AFTER-RECEIPT.
           ADD I-RECEIVE-QUANTITY TO PO-LINE-RECEIVED-QTY
           ADD I-RECEIVE-EACHES TO PO-LINE-RECEIVED-EACHES
           COMPUTE PO-LINE-RECEIVED-VALUE = PO-LINE-RECEIVED-VALUE +
               I-RECEIVE-EACHES * I-COST
           MOVE I-RECEIPT-DATE TO PO-LINE-RECEIPT-DATE
           COMPUTE WS-PO-OUTSTANDING =
               PO-LINE-QUANTITY - PO-LINE-RECEIVED-QTY
                   ADD 1 TO WS-PO-LINES-OPEN
           END-EVALUATE.

      * Stock reserved for sales orders leaves only through ship
      * confirmation, so an ad hoc issue is limited to what is
      * available to promise at the location.
       ISSUE-STOCK.
           DISPLAY "Enter the item ID to issue: " NO ADVANCING
           ACCEPT I-ID
                       DISPLAY "Item not found."
                   NOT INVALID KEY
                       PERFORM GET-LOCATION
                       PERFORM COMPUTE-ITEM-ATP
                       MOVE WS-ATP-LOC(I-LOCATION)
                           TO WS-ATP-EDIT(I-LOCATION)
                       DISPLAY "Available at "
                           WS-LOC-NAME(I-LOCATION) ": "
                           WS-ATP-EDIT(I-LOCATION)
                           "  (on hand " ITEM-LOC-QTY(I-LOCATION)
                           ", reserved " ITEM-COMMIT-QTY(I-LOCATION)
                           ")"
                       DISPLAY "Enter quantity to issue: " NO ADVANCING
                       ACCEPT I-ISSUE-QUANTITY
                       IF I-ISSUE-QUANTITY > WS-ATP-LOC(I-LOCATION)
                           DISPLAY "Cannot issue " I-ISSUE-QUANTITY
                               "; only " WS-ATP-EDIT(I-LOCATION)
                               " available at "
                               WS-LOC-NAME(I-LOCATION) "."
                       ELSE
                           MOVE I-LOCATION TO WS-LOT-LOC
                           MOVE I-ISSUE-QUANTITY TO WS-LOT-NEED
                           PERFORM CHECK-LOT-DRAW
                           IF WS-LOT-OK = "Y"
                               PERFORM POST-STOCK-ISSUE
                           END-IF
                       END-IF
               END-READ
               CLOSE RECEIPT-FILE
           END-IF.

       POST-STOCK-ISSUE.
           MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
           MOVE ITEM-COST TO WS-LOG-OLD-COST
           MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
           SUBTRACT I-ISSUE-QUANTITY FROM ITEM-LOC-QTY(I-LOCATION)
           SUBTRACT I-ISSUE-QUANTITY FROM ITEM-QUANTITY
           REWRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "00"
               MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
               MOVE ITEM-COST TO WS-LOG-NEW-COST
               MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
               MOVE I-LOCATION TO WS-LOG-LOCATION
               MOVE ITEM-LOC-QTY(I-LOCATION) TO WS-LOG-NEW-LOC-QTY
               MOVE "ISSUE" TO WS-LOG-OP
               PERFORM LOG-STOCK-DRAW
               DISPLAY "Stock issued successfully!"
           ELSE
               DISPLAY "Unable to issue stock, status="
                   WS-RECEIPT-STATUS
           END-IF.

      * Moves quantity between two locations; the company total is
      * unchanged, so the two XFER log lines carry the same OLDQTY
      * and NEWQTY and differ only in LOC and NEWLOCQTY.
               CLOSE RECEIPT-FILE
           END-IF.

      * Reserved stock stays at the location it was reserved at
      * until it ships, so only the available quantity can move.
       TRANSFER-STOCK-ENTRY.
           PERFORM COMPUTE-ITEM-ATP
           MOVE WS-ATP-LOC(I-LOCATION) TO WS-ATP-EDIT(I-LOCATION)
           DISPLAY "Available at " WS-LOC-NAME(I-LOCATION) ": "
               WS-ATP-EDIT(I-LOCATION)
               "  (on hand " ITEM-LOC-QTY(I-LOCATION)
               ", reserved " ITEM-COMMIT-QTY(I-LOCATION) ")"
           DISPLAY "Enter quantity to transfer: " NO ADVANCING
           ACCEPT I-XFER-QUANTITY
           IF I-XFER-QUANTITY > WS-ATP-LOC(I-LOCATION)
               DISPLAY "Cannot transfer " I-XFER-QUANTITY
                   "; only " WS-ATP-EDIT(I-LOCATION)
                   " available at " WS-LOC-NAME(I-LOCATION) "."
           ELSE
               MOVE I-LOCATION TO WS-LOT-LOC
               MOVE I-XFER-QUANTITY TO WS-LOT-NEED
               PERFORM CHECK-LOT-DRAW
               IF WS-LOT-OK = "Y"
                   PERFORM POST-STOCK-TRANSFER
               END-IF
           END-IF.

      * A lot-controlled item moves lot by lot, earliest expiring
      * first, and each lot keeps its number and date at the
      * destination.
       POST-STOCK-TRANSFER.
           SUBTRACT I-XFER-QUANTITY FROM
               ITEM-LOC-QTY(I-LOCATION)
           ADD I-XFER-QUANTITY TO
               ITEM-LOC-QTY(I-TO-LOCATION)
           REWRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "00"
               MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
               MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
               MOVE ITEM-COST TO WS-LOG-OLD-COST
               MOVE ITEM-COST TO WS-LOG-NEW-COST
               MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
               MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
               MOVE "XFER" TO WS-LOG-OP
               IF ITEM-LOT-CONTROLLED = "Y"
                   AND WS-LOT-DRAW-COUNT > 0
                   PERFORM POST-LOT-DRAW
                   MOVE "N" TO WS-LOT-TOTAL-MOVES
                   PERFORM LOG-LOT-DRAW
                   PERFORM MOVE-LOTS-TO-DESTINATION
               ELSE
                   MOVE I-LOCATION TO WS-LOG-LOCATION
                   MOVE ITEM-LOC-QTY(I-LOCATION)
                       TO WS-LOG-NEW-LOC-QTY
                   MOVE ITEM-LOC-QTY(I-TO-LOCATION)
                       TO WS-LOG-NEW-LOC-QTY
                   PERFORM WRITE-TRANSACTION-LOG
               END-IF
               DISPLAY "Transferred " I-XFER-QUANTITY
                   " from " WS-LOC-NAME(I-LOCATION)
                   " to " WS-LOC-NAME(I-TO-LOCATION) "."
           ELSE
               DISPLAY "Unable to transfer stock, status="
                   WS-RECEIPT-STATUS
           END-IF.

       ITEM-HISTORY.
           ELSE
               DISPLAY "DATE     TIME     OP     OLD-PRC NEW-PRC "
                   "OLD-QTY NEW-QTY LOC LOC-QTY CUST  SO-NUM"
                   " OLD-CST  NEW-CST  USER     VND-Q EACH-Q LOT"
               DISPLAY "----------------------------------------------"
               MOVE 0 TO WS-HIST-COUNT
      * The month list is newest first; walking it backwards shows
               MOVE WS-HIST-VND-QTY TO WS-HIST-SHOW-VND-QTY
               MOVE WS-HIST-EACH-QTY TO WS-HIST-SHOW-EACH-QTY
           END-IF
           IF WS-HIST-LINE(221:1) = SPACE
               MOVE SPACES TO WS-HIST-SHOW-LOT
           ELSE
               MOVE WS-HIST-LOT TO WS-HIST-SHOW-LOT
           END-IF
           DISPLAY WS-HIST-DATE " " WS-HIST-TIME
               " " WS-HIST-OP " "
               WS-HIST-SHOW-OLD-PRICE "   "
               WS-HIST-SHOW-NEW-COST " "
               WS-HIST-SHOW-USER " "
               WS-HIST-SHOW-VND-QTY " "
               WS-HIST-SHOW-EACH-QTY " "
               WS-HIST-SHOW-LOT.

       PO-AGING-REPORT.
           OPEN INPUT PO-FILE

       CUSTOMER-MENU.
           MOVE 0 TO WS-CUSTOMER-CHOICE
           PERFORM UNTIL WS-CUSTOMER-CHOICE = 6
           DISPLAY "||=======================================||"
           DISPLAY "||        Customer Maintenance           ||"
           DISPLAY "||=======================================||"
           DISPLAY "||   2. Update Customer                  ||"
           DISPLAY "||   3. View Customers                   ||"
           DISPLAY "||   4. Deactivate Customer              ||"
           DISPLAY "||   5. Record Payment                   ||"
           DISPLAY "||   6. Return to Main Menu              ||"
           DISPLAY "||=======================================||"
           DISPLAY "Enter your choice: " NO ADVANCING
           ACCEPT WS-CUSTOMER-CHOICE
               PERFORM VIEW-CUSTOMERS
           WHEN 4
               PERFORM DEACTIVATE-CUSTOMER
      * The nightly invoicing run updates the same balances, so
      * payments wait out the batch window like stock updates do.
           WHEN 5
               PERFORM CHECK-BATCH-LOCK
               IF WS-UPDATE-OK = "Y"
                   PERFORM RECORD-PAYMENT
               END-IF
           WHEN 6
               CONTINUE
           END-EVALUATE
           END-PERFORM.
           DISPLAY "Enter the address: " NO ADVANCING
           ACCEPT I-CUST-ADDRESS

           DISPLAY "Enter the credit limit (0 for no limit): "
               NO ADVANCING
           ACCEPT I-AMOUNT-IN
           COMPUTE I-CREDIT-LIMIT = FUNCTION NUMVAL(I-AMOUNT-IN)

           MOVE I-CUST-ID TO CUST-ID
           MOVE I-CUST-NAME TO CUST-NAME
           MOVE I-CUST-PHONE TO CUST-PHONE
           MOVE I-CUST-ADDRESS TO CUST-ADDRESS
           MOVE "A" TO CUST-ACTIVE
           MOVE I-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
           MOVE 0 TO CUST-AR-BALANCE

           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "35" OR WS-CUSTOMER-STATUS = "91"
                       DISPLAY "Current phone: " CUST-PHONE
                       DISPLAY "Current address: " CUST-ADDRESS
                       DISPLAY "Current status: " CUST-ACTIVE
                       MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
                       MOVE CUST-AR-BALANCE TO WS-BALANCE-EDIT
                       DISPLAY "Current credit limit: " WS-LIMIT-EDIT
                       DISPLAY "Open A/R balance: " WS-BALANCE-EDIT

                       DISPLAY "Change name? (Y/N): " NO ADVANCING
                       ACCEPT WS-ANSWER
                           MOVE I-CUST-ADDRESS TO CUST-ADDRESS
                       END-IF

                       DISPLAY "Change credit limit? (Y/N): "
                           NO ADVANCING
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           DISPLAY "Enter new credit limit (0 for no"
                               " limit): " NO ADVANCING
                           ACCEPT I-AMOUNT-IN
                           COMPUTE I-CREDIT-LIMIT =
                               FUNCTION NUMVAL(I-AMOUNT-IN)
                           MOVE I-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
                       END-IF

                       DISPLAY "Reactivate customer? (Y/N): "
                           NO ADVANCING
                       ACCEPT WS-ANSWER
           ELSE
               DISPLAY "CUST-ID   CUSTOMER-NAME        PHONE        "
                   "ADDRESS                        ST"
                   " CREDIT-LIMIT    A/R BALANCE"
               DISPLAY "----------------------------------------------"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
                           MOVE CUST-AR-BALANCE TO WS-BALANCE-EDIT
                           DISPLAY CUST-ID " " CUST-NAME " "
                               CUST-PHONE " " CUST-ADDRESS " "
                               CUST-ACTIVE " " WS-LIMIT-EDIT " "
                               WS-BALANCE-EDIT
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
           END-IF.

      * Takes a customer payment off the open A/R balance, so orders
      * held for credit can be released against the new balance.
       RECORD-PAYMENT.
           DISPLAY "Enter the customer id paying: " NO ADVANCING
           ACCEPT I-CUST-ID

           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "35" OR WS-CUSTOMER-STATUS = "91"
               DISPLAY "No customer records found."
           ELSE
               MOVE I-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       DISPLAY "Customer not found."
                   NOT INVALID KEY
                       MOVE CUST-AR-BALANCE TO WS-BALANCE-EDIT
                       DISPLAY "Customer: " CUST-NAME
                       DISPLAY "Open A/R balance: " WS-BALANCE-EDIT
                       DISPLAY "Enter the payment amount: "
                           NO ADVANCING
                       ACCEPT I-AMOUNT-IN
                       COMPUTE I-PAYMENT = FUNCTION NUMVAL(I-AMOUNT-IN)
                       IF I-PAYMENT = 0
                           DISPLAY "Nothing recorded."
                       ELSE
                           SUBTRACT I-PAYMENT FROM CUST-AR-BALANCE
                           REWRITE CUSTOMER-RECORD
                           IF WS-CUSTOMER-STATUS = "00"
                               MOVE CUST-AR-BALANCE TO WS-BALANCE-EDIT
                               DISPLAY "Payment recorded; open A/R"
                                   " balance now " WS-BALANCE-EDIT
                           ELSE
                               DISPLAY "Unable to record payment,"
                                   " status=" WS-CUSTOMER-STATUS
                           END-IF
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       ENTER-CYCLE-COUNT.
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
                   WRITE VARIANCE-REPORT-RECORD
           END-READ.

      * A lot-controlled item cannot be counted to a single location
      * figure, since the lots would no longer add up; its variance
      * stays on the report and is put right lot by lot.
       POST-ONE-ADJUSTMENT.
           MOVE COUNT-ITEM-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
                   DISPLAY "Item " COUNT-ITEM-ID
                       " not found; adjustment skipped."
               NOT INVALID KEY
                   EVALUATE TRUE
                   WHEN COUNT-QUANTITY = ITEM-LOC-QTY(COUNT-LOCATION)
                       CONTINUE
                   WHEN ITEM-LOT-CONTROLLED = "Y"
                       DISPLAY "Item " COUNT-ITEM-ID
                           " is lot-controlled; adjustment skipped."
                           "  Correct it lot by lot through Update"
                           " Item."
                   WHEN OTHER
                       MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
                       MOVE ITEM-COST TO WS-LOG-OLD-COST
                       MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
                               COUNT-ITEM-ID ", status="
                               WS-RECEIPT-STATUS
                       END-IF
                   END-EVALUATE
           END-READ.

       RECEIVE-PO-AGAINST-ITEM.
                   NOT INVALID KEY
                       PERFORM CONFIRM-RECEIPT-CONVERSION
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           IF ITEM-LOT-CONTROLLED = "Y"
                               DISPLAY "Item is lot-controlled."
                               PERFORM GET-LOT-DETAILS
                           END-IF
                           PERFORM POST-PO-RECEIPT
                       ELSE
                           DISPLAY "Nothing posted."
                   TO WS-LOG-NEW-LOC-QTY
               MOVE I-RECEIVE-QUANTITY TO WS-LOG-VND-QTY
               MOVE I-RECEIVE-EACHES TO WS-LOG-EACH-QTY
               IF ITEM-LOT-CONTROLLED = "Y"
                   MOVE I-LOCATION TO WS-LOT-LOC
                   MOVE I-RECEIVE-EACHES TO WS-LOT-ADD-QTY
                   PERFORM ADD-TO-LOT
                   MOVE I-LOT-NUMBER TO WS-LOG-LOT
               END-IF
               MOVE "RECV" TO WS-LOG-OP
               PERFORM WRITE-TRANSACTION-LOG
               MOVE "Y" TO WS-RECEIVE-OK
                               " order refused."
                       ELSE
                           MOVE CUST-NAME TO I-CUST-NAME
                           MOVE CUST-CREDIT-LIMIT TO WS-SO-CREDIT-LIMIT
                           MOVE CUST-AR-BALANCE TO WS-SO-AR-BALANCE
                           DISPLAY "Customer: " CUST-NAME
                           MOVE "Y" TO WS-CUSTOMER-OK
                       END-IF
               CLOSE CUSTOMER-FILE
           END-IF.

      * Reserves what the chosen location has available to promise
      * and leaves the remainder on the order as a backorder.  No
      * stock moves at entry: the reserved quantity goes out on the
      * location's pick ticket and is issued, logged with the
      * customer and sales order number so the audit trail answers
      * delivery disputes, only when the warehouse confirms the
      * shipment.  An order that would take the customer's exposure
      * (open A/R, open orders and shipments not yet invoiced) past
      * the credit limit is written on credit hold and nothing is
      * reserved for it.
       SALES-ORDER-ENTRY.
           DISPLAY "Enter the sales order number: " NO ADVANCING
           ACCEPT I-SO-NUMBER
                   WS-SO-STATUS
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM CHECK-CREDIT-LIMIT
               MOVE I-SO-NUMBER TO SO-NUMBER
               MOVE I-CUST-ID TO SO-CUST-ID
               MOVE I-CUST-NAME TO SO-CUST-NAME
               MOVE I-ID TO SO-ITEM-ID
               MOVE I-SO-QUANTITY TO SO-ORDER-QTY
               MOVE 0 TO SO-SHIPPED-QTY
               MOVE 0 TO SO-ALLOC-QTY
               MOVE I-LOCATION TO SO-LOCATION
               MOVE WS-TODAY TO SO-ORDER-DATE
               IF WS-CREDIT-HOLD = "Y"
                   MOVE "H" TO SO-STATUS
               ELSE
                   MOVE "O" TO SO-STATUS
               END-IF
               WRITE SO-RECORD
               IF WS-SO-STATUS = "22"
                   DISPLAY "Sales order number already exists."
                       DISPLAY "Unable to create sales order,"
                           " status=" WS-SO-STATUS
                   ELSE
                       IF WS-CREDIT-HOLD = "Y"
                           DISPLAY "Order " SO-NUMBER " is on credit"
                               " hold; nothing reserved until a"
                               " supervisor releases it."
                       ELSE
                           PERFORM ALLOCATE-SALES-ORDER
                       END-IF
                   END-IF
               END-IF
               CLOSE SO-FILE
           END-IF.

      * Exposure is the customer's open A/R balance, plus what is
      * still to ship on the customer's open and held orders, plus
      * what has shipped but not yet been invoiced (A/R only takes a
      * shipment in when the invoicing run bills it), plus this
      * order, all at the items' selling prices; a limit of zero is
      * never enforced.  Performed with SO-FILE and RECEIPT-FILE open
      * I-O and the ordered item in the record area.
       CHECK-CREDIT-LIMIT.
           MOVE "N" TO WS-CREDIT-HOLD
           IF WS-SO-CREDIT-LIMIT > 0
               COMPUTE WS-ORDER-VALUE = I-SO-QUANTITY * ITEM-PRICE
               PERFORM SUM-CUSTOMER-OPEN-ORDERS
               COMPUTE WS-CREDIT-EXPOSURE = WS-SO-AR-BALANCE +
                   WS-OPEN-ORDER-VALUE + WS-UNBILLED-VALUE +
                   WS-ORDER-VALUE
               IF WS-CREDIT-EXPOSURE > WS-SO-CREDIT-LIMIT
                   MOVE "Y" TO WS-CREDIT-HOLD
                   MOVE WS-SO-CREDIT-LIMIT TO WS-LIMIT-EDIT
                   MOVE WS-SO-AR-BALANCE TO WS-BALANCE-EDIT
                   MOVE WS-OPEN-ORDER-VALUE TO WS-OPEN-ORDER-EDIT
                   MOVE WS-UNBILLED-VALUE TO WS-UNBILLED-EDIT
                   MOVE WS-ORDER-VALUE TO WS-VALUE-EDIT
                   DISPLAY "Credit limit " WS-LIMIT-EDIT
                       " exceeded: open A/R " WS-BALANCE-EDIT
                   DISPLAY "plus open orders " WS-OPEN-ORDER-EDIT
                       ", shipped not invoiced " WS-UNBILLED-EDIT
                   DISPLAY "plus this order " WS-VALUE-EDIT "."
               END-IF
           END-IF.

      * Reads the sales order file through for the customer's other
      * orders, pricing each from its item, then reads the ordered
      * item back into the record area.  Without the invoice line
      * file (no invoicing run yet) every shipment counts as not
      * invoiced.
       SUM-CUSTOMER-OPEN-ORDERS.
           MOVE 0 TO WS-OPEN-ORDER-VALUE
           MOVE 0 TO WS-UNBILLED-VALUE
           MOVE "N" TO WS-INVL-OPEN
           OPEN INPUT INVOICE-LINE-FILE
           IF WS-INVL-STATUS = "00"
               MOVE "Y" TO WS-INVL-OPEN
           END-IF
           MOVE 0 TO SO-NUMBER
           START SO-FILE KEY IS >= SO-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-SO-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-SO-EOF-FLAG
           END-START
           PERFORM UNTIL WS-SO-EOF-FLAG = "Y"
               READ SO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SO-EOF-FLAG
                   NOT AT END
                       IF SO-CUST-ID = I-CUST-ID
                           PERFORM ADD-SO-TO-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INVL-OPEN = "Y"
               CLOSE INVOICE-LINE-FILE
           END-IF
           MOVE I-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY "Item " I-ID " could not be read back,"
                       " status=" WS-RECEIPT-STATUS
           END-READ.

      * Open quantity counts only on open and held orders; a shipped
      * quantity not covered by billed lines counts on any order,
      * since a cancelled or completed order can still have an
      * uninvoiced shipment.
       ADD-SO-TO-EXPOSURE.
           MOVE 0 TO WS-CREDIT-OPEN-QTY
           IF (SO-STATUS = "O" OR SO-STATUS = "H")
               AND SO-ORDER-QTY > SO-SHIPPED-QTY
               COMPUTE WS-CREDIT-OPEN-QTY =
                   SO-ORDER-QTY - SO-SHIPPED-QTY
           END-IF
           MOVE 0 TO WS-CREDIT-BILLED-QTY
           IF SO-SHIPPED-QTY > 0
               PERFORM SUM-SO-BILLED-QTY
           END-IF
           IF WS-CREDIT-OPEN-QTY > 0
               OR SO-SHIPPED-QTY > WS-CREDIT-BILLED-QTY
               MOVE SO-ITEM-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       MOVE 0 TO ITEM-PRICE
               END-READ
               COMPUTE WS-OPEN-ORDER-VALUE = WS-OPEN-ORDER-VALUE +
                   WS-CREDIT-OPEN-QTY * ITEM-PRICE
               IF SO-SHIPPED-QTY > WS-CREDIT-BILLED-QTY
                   COMPUTE WS-UNBILLED-VALUE = WS-UNBILLED-VALUE +
                       (SO-SHIPPED-QTY - WS-CREDIT-BILLED-QTY) *
                       ITEM-PRICE
               END-IF
           END-IF.

       SUM-SO-BILLED-QTY.
           IF WS-INVL-OPEN = "Y"
               MOVE LOW-VALUES TO INVL-KEY
               MOVE SO-NUMBER TO INVL-SO-NUMBER
               START INVOICE-LINE-FILE KEY IS >= INVL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-INVL-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-INVL-EOF-FLAG
               END-START
               PERFORM UNTIL WS-INVL-EOF-FLAG = "Y"
                   READ INVOICE-LINE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-INVL-EOF-FLAG
                       NOT AT END
                           IF INVL-SO-NUMBER NOT = SO-NUMBER
                               MOVE "Y" TO WS-INVL-EOF-FLAG
                           ELSE
                               ADD INVL-QTY TO WS-CREDIT-BILLED-QTY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Performed with RECEIPT-FILE open I-O and the ordered item
      * in the record area, and with the new order in the SO record
      * area.  The reservation is the location's available-to-
      * promise, up to the quantity ordered.
       ALLOCATE-SALES-ORDER.
           PERFORM COMPUTE-ITEM-ATP
           IF WS-ATP-LOC(I-LOCATION) <= 0
               MOVE 0 TO WS-RESERVE-QTY
           ELSE
               IF WS-ATP-LOC(I-LOCATION) >= I-SO-QUANTITY
                   MOVE I-SO-QUANTITY TO WS-RESERVE-QTY
               ELSE
                   MOVE WS-ATP-LOC(I-LOCATION) TO WS-RESERVE-QTY
               END-IF
           END-IF
           IF WS-RESERVE-QTY > 0
               ADD WS-RESERVE-QTY TO ITEM-COMMIT-QTY(I-LOCATION)
               REWRITE RECEIPT-RECORD
               IF WS-RECEIPT-STATUS NOT = "00"
                   DISPLAY "Unable to reserve stock, status="
                       WS-RECEIPT-STATUS
                   SUBTRACT WS-RESERVE-QTY FROM
                       ITEM-COMMIT-QTY(I-LOCATION)
                   MOVE 0 TO WS-RESERVE-QTY
               END-IF
           END-IF
           MOVE WS-RESERVE-QTY TO SO-ALLOC-QTY
           MOVE "O" TO SO-STATUS
           COMPUTE WS-BACKORDER-QTY =
               I-SO-QUANTITY - SO-SHIPPED-QTY - SO-ALLOC-QTY
           IF WS-BACKORDER-QTY = 0
               DISPLAY "Order reserved in full: " SO-ALLOC-QTY
                   " for the " WS-LOC-NAME(I-LOCATION)
                   " pick ticket."
           ELSE
               DISPLAY "Reserved " SO-ALLOC-QTY "; backordered "
                   WS-BACKORDER-QTY "."
           END-IF
           REWRITE SO-RECORD
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "SO-NUM CUST  CUSTOMER-NAME        ITEM-ID"
                       " ORDERED SHIPPED RESERVED BACKORDER"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF SO-STATUS = "O" OR SO-STATUS = "H"
                                   PERFORM WRITE-OPEN-SO-LINE
                               END-IF
                       END-READ
       WRITE-OPEN-SO-LINE.
           ADD 1 TO WS-SO-OPEN-COUNT
           COMPUTE WS-BACKORDER-QTY =
               SO-ORDER-QTY - SO-SHIPPED-QTY - SO-ALLOC-QTY
           MOVE SPACES TO WS-REPORT-LINE
           STRING SO-NUMBER "  " SO-CUST-ID " " SO-CUST-NAME " "
               SO-ITEM-ID "   " SO-ORDER-QTY "   " SO-SHIPPED-QTY
               "    " SO-ALLOC-QTY "    " WS-BACKORDER-QTY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF SO-STATUS = "H"
               MOVE "HOLD" TO WS-REPORT-LINE(75:4)
           END-IF
           MOVE WS-REPORT-LINE TO SO-REPORT-RECORD
           WRITE SO-REPORT-RECORD.

      * Supervisor release of an order held for credit; stock is
      * then reserved exactly as at entry, from its own location.
       RELEASE-CREDIT-HOLD.
           PERFORM CHECK-SUPERVISOR
           IF WS-AUTH-OK = "Y"
               DISPLAY "Enter the sales order number to release: "
                   NO ADVANCING
               ACCEPT I-SO-NUMBER
               OPEN I-O SO-FILE
               IF WS-SO-STATUS = "35" OR WS-SO-STATUS = "91"
                   DISPLAY "No sales orders found."
               ELSE
                   MOVE I-SO-NUMBER TO SO-NUMBER
                   READ SO-FILE KEY IS SO-NUMBER
                       INVALID KEY
                           DISPLAY "Sales order not found."
                       NOT INVALID KEY
                           IF SO-STATUS NOT = "H"
                               DISPLAY "Sales order is not on credit"
                                   " hold."
                           ELSE
                               PERFORM RELEASE-CREDIT-HOLD-ENTRY
                           END-IF
                   END-READ
                   CLOSE SO-FILE
               END-IF
           END-IF.

       RELEASE-CREDIT-HOLD-ENTRY.
           DISPLAY "Customer: " SO-CUST-ID " " SO-CUST-NAME
           DISPLAY "Item " SO-ITEM-ID ", quantity " SO-ORDER-QTY
               ", from " WS-LOC-NAME(SO-LOCATION)
           DISPLAY "Release this order? (Y/N): " NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               MOVE SO-CUST-ID TO I-CUST-ID
               MOVE SO-ORDER-QTY TO I-SO-QUANTITY
               MOVE SO-LOCATION TO I-LOCATION
               OPEN I-O RECEIPT-FILE
               IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
                   DISPLAY "No inventory records found."
               ELSE
                   MOVE SO-ITEM-ID TO ITEM-ID
                   READ RECEIPT-FILE KEY IS ITEM-ID
                       INVALID KEY
                           DISPLAY "Item not found; order left on"
                               " hold."
                       NOT INVALID KEY
                           PERFORM ALLOCATE-SALES-ORDER
                   END-READ
                   CLOSE RECEIPT-FILE
               END-IF
           ELSE
               DISPLAY "Order left on hold."
           END-IF.

      * Performed from RECEIVE-PO-AGAINST-ITEM while RECEIPT-FILE is
      * still open I-O with the received item in the record area;
      * newly booked stock at the receiving location is reserved
      * against the open sales orders for the item, oldest number
      * first, and goes out on that location's next pick ticket.  An
      * order that already holds a reservation elsewhere waits for
      * stock at its own location, since one order ships from one
      * place.
       RELEASE-BACKORDERS.
           OPEN I-O SO-FILE
           IF WS-SO-STATUS = "35" OR WS-SO-STATUS = "91"
                       NOT AT END
                           IF SO-STATUS = "O"
                               AND SO-ITEM-ID = ITEM-ID
                               AND (SO-LOCATION = I-LOCATION
                                   OR SO-ALLOC-QTY = 0)
                               AND SO-ORDER-QTY >
                                   SO-SHIPPED-QTY + SO-ALLOC-QTY
                               AND ITEM-LOC-QTY(I-LOCATION) >
                                   ITEM-COMMIT-QTY(I-LOCATION)
                               PERFORM RELEASE-ONE-BACKORDER
                           END-IF
                   END-READ

       RELEASE-ONE-BACKORDER.
           COMPUTE WS-SO-OUTSTANDING =
               SO-ORDER-QTY - SO-SHIPPED-QTY - SO-ALLOC-QTY
           COMPUTE WS-RESERVE-QTY =
               ITEM-LOC-QTY(I-LOCATION) - ITEM-COMMIT-QTY(I-LOCATION)
           IF WS-RESERVE-QTY > WS-SO-OUTSTANDING
               MOVE WS-SO-OUTSTANDING TO WS-RESERVE-QTY
           END-IF
           ADD WS-RESERVE-QTY TO ITEM-COMMIT-QTY(I-LOCATION)
           REWRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "00"
               MOVE I-LOCATION TO SO-LOCATION
               ADD WS-RESERVE-QTY TO SO-ALLOC-QTY
               REWRITE SO-RECORD
               IF WS-SO-STATUS = "00"
                   DISPLAY "Backorder release: SO " SO-NUMBER
                       " customer " SO-CUST-ID " reserved "
                       WS-RESERVE-QTY " at "
                       WS-LOC-NAME(I-LOCATION) "."
               ELSE
                   DISPLAY "Stock reserved but unable to update SO "
                       SO-NUMBER ", status=" WS-SO-STATUS
               END-IF
           ELSE
               SUBTRACT WS-RESERVE-QTY FROM
                   ITEM-COMMIT-QTY(I-LOCATION)
               DISPLAY "Unable to reserve backordered stock, status="
                   WS-RECEIPT-STATUS
           END-IF.

      * Pick tickets: one list per location of the stock reserved
      * for open sales orders there, in order-number sequence, for
      * the warehouse to pull and then confirm through SHIP-CONFIRM.
      * Nothing is updated; the run can be repeated at any time.
       PICK-TICKET-RUN.
           OPEN INPUT SO-FILE
           IF WS-SO-STATUS = "35" OR WS-SO-STATUS = "91"
               DISPLAY "No sales orders found."
           ELSE
               OPEN INPUT RECEIPT-FILE
               OPEN OUTPUT PICK-TICKET-FILE
               IF WS-PICK-STATUS NOT = "00"
                   DISPLAY "Unable to open pick_ticket.txt, status="
                       WS-PICK-STATUS
               ELSE
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE 0 TO WS-PICK-COUNT
                   PERFORM VARYING WS-PICK-LOC FROM 1 BY 1
                           UNTIL WS-PICK-LOC > 3
                       PERFORM WRITE-LOCATION-PICK-LIST
                   END-PERFORM
                   CLOSE PICK-TICKET-FILE
                   DISPLAY "Pick tickets written to pick_ticket.txt: "
                       WS-PICK-COUNT " order line(s) to pick."
               END-IF
               IF WS-RECEIPT-STATUS = "00"
                   CLOSE RECEIPT-FILE
               END-IF
               CLOSE SO-FILE
           END-IF.

       WRITE-LOCATION-PICK-LIST.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PICK LIST - " WS-LOC-NAME(WS-PICK-LOC)
               "  DATE " WS-TODAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO PICK-TICKET-RECORD
           WRITE PICK-TICKET-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SO-NUM CUST  CUSTOMER-NAME        ITEM-ID"
               " ITEM-NAME            PICK  PICKED"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO PICK-TICKET-RECORD
           WRITE PICK-TICKET-RECORD
           MOVE 0 TO WS-PICK-LOC-COUNT
           MOVE 0 TO SO-NUMBER
           START SO-FILE KEY IS >= SO-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ SO-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF SO-STATUS = "O"
                                   AND SO-ALLOC-QTY > 0
                                   AND SO-LOCATION = WS-PICK-LOC
                                   PERFORM WRITE-PICK-LINE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           IF WS-PICK-LOC-COUNT = 0
               MOVE "NOTHING TO PICK" TO PICK-TICKET-RECORD
               WRITE PICK-TICKET-RECORD
           END-IF
           MOVE SPACES TO PICK-TICKET-RECORD
           WRITE PICK-TICKET-RECORD.

       WRITE-PICK-LINE.
           ADD 1 TO WS-PICK-COUNT
           ADD 1 TO WS-PICK-LOC-COUNT
           MOVE SPACES TO WS-PICK-ITEM-NAME
           IF WS-RECEIPT-STATUS = "00"
               MOVE SO-ITEM-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       MOVE "*ITEM NOT ON FILE*" TO WS-PICK-ITEM-NAME
                   NOT INVALID KEY
                       MOVE ITEM-NAME TO WS-PICK-ITEM-NAME
               END-READ
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING SO-NUMBER "  " SO-CUST-ID " " SO-CUST-NAME " "
               SO-ITEM-ID "   " WS-PICK-ITEM-NAME " "
               SO-ALLOC-QTY " ______"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO PICK-TICKET-RECORD
           WRITE PICK-TICKET-RECORD.

      * Ship confirmation: the warehouse reports what actually left
      * the building against the order's reservation.  Only the
      * confirmed quantity is issued and logged; the whole
      * reservation is released, so any shortage goes back to
      * backorder and is reserved again as stock arrives.
       SHIP-CONFIRM.
           DISPLAY "Enter the sales order number to confirm: "
               NO ADVANCING
           ACCEPT I-SO-NUMBER
           OPEN I-O SO-FILE
           IF WS-SO-STATUS = "35" OR WS-SO-STATUS = "91"
               DISPLAY "No sales orders found."
           ELSE
               MOVE I-SO-NUMBER TO SO-NUMBER
               READ SO-FILE KEY IS SO-NUMBER
                   INVALID KEY
                       DISPLAY "Sales order not found."
                   NOT INVALID KEY
                       IF SO-STATUS NOT = "O" OR SO-ALLOC-QTY = 0
                           DISPLAY "Sales order has nothing reserved"
                               " to ship."
                       ELSE
                           PERFORM SHIP-CONFIRM-ENTRY
                       END-IF
               END-READ
               CLOSE SO-FILE
           END-IF.

       SHIP-CONFIRM-ENTRY.
           OPEN I-O RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
               DISPLAY "No inventory records found."
           ELSE
               MOVE SO-ITEM-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       DISPLAY "Item not found."
                   NOT INVALID KEY
                       PERFORM ACCEPT-SHIPPED-QUANTITY
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           PERFORM POST-SHIP-CONFIRMATION
                       ELSE
                           DISPLAY "Nothing confirmed; the order"
                               " stays on the pick ticket."
                       END-IF
               END-READ
               CLOSE RECEIPT-FILE
           END-IF.

       ACCEPT-SHIPPED-QUANTITY.
           DISPLAY "Customer: " SO-CUST-ID " " SO-CUST-NAME
           DISPLAY "Item " SO-ITEM-ID " " ITEM-NAME
           DISPLAY "Reserved at " WS-LOC-NAME(SO-LOCATION) ": "
               SO-ALLOC-QTY
           MOVE "N" TO WS-QTY-OK
           PERFORM UNTIL WS-QTY-OK = "Y"
               DISPLAY "Enter quantity shipped: " NO ADVANCING
               ACCEPT I-CONFIRM-QTY
               IF I-CONFIRM-QTY > SO-ALLOC-QTY
                   DISPLAY "Cannot ship more than the " SO-ALLOC-QTY
                       " reserved."
               ELSE
                   IF I-CONFIRM-QTY > ITEM-LOC-QTY(SO-LOCATION)
                       DISPLAY "Only " ITEM-LOC-QTY(SO-LOCATION)
                           " on hand at " WS-LOC-NAME(SO-LOCATION)
                           "."
                   ELSE
                       MOVE SO-LOCATION TO WS-LOT-LOC
                       MOVE I-CONFIRM-QTY TO WS-LOT-NEED
                       PERFORM CHECK-LOT-DRAW
                       IF WS-LOT-OK = "Y"
                           MOVE "Y" TO WS-QTY-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-SHORT-QTY = SO-ALLOC-QTY - I-CONFIRM-QTY
           IF WS-SHORT-QTY > 0
               DISPLAY "Short " WS-SHORT-QTY "; the shortage goes"
                   " back to backorder."
           END-IF
           DISPLAY "Post this shipment? (Y/N): " NO ADVANCING
           ACCEPT WS-ANSWER.

       POST-SHIP-CONFIRMATION.
           MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
           MOVE ITEM-COST TO WS-LOG-OLD-COST
           MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
           SUBTRACT I-CONFIRM-QTY FROM ITEM-LOC-QTY(SO-LOCATION)
           SUBTRACT I-CONFIRM-QTY FROM ITEM-QUANTITY
           IF ITEM-COMMIT-QTY(SO-LOCATION) > SO-ALLOC-QTY
               SUBTRACT SO-ALLOC-QTY FROM ITEM-COMMIT-QTY(SO-LOCATION)
           ELSE
               MOVE 0 TO ITEM-COMMIT-QTY(SO-LOCATION)
           END-IF
           REWRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "00"
               IF I-CONFIRM-QTY > 0
                   MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
                   MOVE ITEM-COST TO WS-LOG-NEW-COST
                   MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
                   MOVE SO-LOCATION TO WS-LOG-LOCATION
                   MOVE ITEM-LOC-QTY(SO-LOCATION)
                       TO WS-LOG-NEW-LOC-QTY
                   MOVE SO-CUST-ID TO WS-LOG-CUST
                   MOVE SO-NUMBER TO WS-LOG-SO
                   MOVE "ISSUE" TO WS-LOG-OP
                   PERFORM LOG-STOCK-DRAW
               END-IF
               ADD I-CONFIRM-QTY TO SO-SHIPPED-QTY
               MOVE 0 TO SO-ALLOC-QTY
               COMPUTE WS-BACKORDER-QTY =
                   SO-ORDER-QTY - SO-SHIPPED-QTY
               IF WS-BACKORDER-QTY = 0
                   MOVE "S" TO SO-STATUS
               END-IF
               REWRITE SO-RECORD
               IF WS-SO-STATUS = "00"
                   IF WS-BACKORDER-QTY = 0
                       DISPLAY "Order shipped in full: "
                           SO-SHIPPED-QTY
                   ELSE
                       DISPLAY "Shipped " I-CONFIRM-QTY
                           "; backordered " WS-BACKORDER-QTY "."
                   END-IF
               ELSE
                   DISPLAY "Stock issued but unable to update SO "
                       SO-NUMBER ", status=" WS-SO-STATUS
               END-IF
           ELSE
               DISPLAY "Unable to post shipment, status="
                   WS-RECEIPT-STATUS
           END-IF.

      * Bill of materials maintenance.  A kit is an ordinary item
      * whose bill lists the items it is built from; the bill itself
      * moves no stock, so maintenance stays open during the nightly
      * window.
       BOM-MENU.
           MOVE 0 TO WS-BOM-CHOICE
           PERFORM UNTIL WS-BOM-CHOICE = 6
           DISPLAY "||=======================================||"
           DISPLAY "||         Bill of Materials             ||"
           DISPLAY "||=======================================||"
           DISPLAY "||   1. Add Component to Kit             ||"
           DISPLAY "||   2. Change Component Quantity        ||"
           DISPLAY "||   3. Remove Component from Kit        ||"
           DISPLAY "||   4. View Kit Bill of Materials       ||"
           DISPLAY "||   5. Where Used Inquiry               ||"
           DISPLAY "||   6. Return to Main Menu              ||"
           DISPLAY "||=======================================||"
           DISPLAY "Enter your choice: " NO ADVANCING
           ACCEPT WS-BOM-CHOICE

           EVALUATE WS-BOM-CHOICE
           WHEN 1
               PERFORM ADD-BOM-COMPONENT
           WHEN 2
               PERFORM CHANGE-BOM-COMPONENT
           WHEN 3
               PERFORM REMOVE-BOM-COMPONENT
           WHEN 4
               PERFORM VIEW-BOM
           WHEN 5
               PERFORM WHERE-USED-INQUIRY
           WHEN 6
               CONTINUE
           END-EVALUATE
           END-PERFORM.

      * Both the kit and the component must already be items; a kit
      * may not list itself, and a bill holds at most 20 components.
       ADD-BOM-COMPONENT.
           DISPLAY "Enter the kit item id: " NO ADVANCING
           ACCEPT I-KIT-ID
           DISPLAY "Enter the component item id: " NO ADVANCING
           ACCEPT I-COMPONENT-ID
           DISPLAY "Enter the quantity of the component in one kit: "
               NO ADVANCING
           ACCEPT I-QTY-PER

           MOVE "N" TO WS-KIT-OK
           IF I-COMPONENT-ID = I-KIT-ID
               DISPLAY "A kit cannot be a component of itself."
           ELSE
               IF I-QTY-PER = 0
                   DISPLAY "Quantity per kit must be at least 1."
               ELSE
                   PERFORM VALIDATE-BOM-ITEMS
               END-IF
           END-IF

           IF WS-KIT-OK = "Y"
               OPEN I-O BOM-FILE
               IF WS-BOM-STATUS = "35" OR WS-BOM-STATUS = "91"
                   OPEN OUTPUT BOM-FILE
                   CLOSE BOM-FILE
                   OPEN I-O BOM-FILE
               END-IF
               IF WS-BOM-STATUS NOT = "00"
                   DISPLAY "Unable to open bill of materials file,"
                       " status=" WS-BOM-STATUS
               ELSE
                   PERFORM LOAD-KIT-COMPONENTS
                   IF WS-KIT-OVERFLOW = "Y"
                       DISPLAY "Kit already has 20 components; no"
                           " more can be added."
                   ELSE
                       MOVE I-KIT-ID TO BOM-PARENT-ID
                       MOVE I-COMPONENT-ID TO BOM-COMPONENT-ID
                       MOVE I-QTY-PER TO BOM-QTY-PER
                       WRITE BOM-RECORD
                       IF WS-BOM-STATUS = "22"
                           DISPLAY "Component is already on this kit;"
                               " use Change Component Quantity."
                       ELSE
                           IF WS-BOM-STATUS NOT = "00"
                               DISPLAY "Unable to add component,"
                                   " status=" WS-BOM-STATUS
                           ELSE
                               DISPLAY "Component added to kit "
                                   I-KIT-ID "."
                           END-IF
                       END-IF
                   END-IF
                   CLOSE BOM-FILE
               END-IF
           END-IF.

       VALIDATE-BOM-ITEMS.
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
               DISPLAY "No inventory records found."
           ELSE
               MOVE I-KIT-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       DISPLAY "Kit item not found; add the item"
                           " first."
                   NOT INVALID KEY
                       DISPLAY "Kit: " ITEM-NAME
                       MOVE I-COMPONENT-ID TO ITEM-ID
                       READ RECEIPT-FILE KEY IS ITEM-ID
                           INVALID KEY
                               DISPLAY "Component item not found."
                           NOT INVALID KEY
                               DISPLAY "Component: " ITEM-NAME
                                   " (" ITEM-UOM ")"
                               MOVE "Y" TO WS-KIT-OK
                       END-READ
               END-READ
               CLOSE RECEIPT-FILE
           END-IF.

       CHANGE-BOM-COMPONENT.
           DISPLAY "Enter the kit item id: " NO ADVANCING
           ACCEPT I-KIT-ID
           DISPLAY "Enter the component item id: " NO ADVANCING
           ACCEPT I-COMPONENT-ID

           OPEN I-O BOM-FILE
           IF WS-BOM-STATUS = "35" OR WS-BOM-STATUS = "91"
               DISPLAY "No bills of materials on file."
           ELSE
               MOVE I-KIT-ID TO BOM-PARENT-ID
               MOVE I-COMPONENT-ID TO BOM-COMPONENT-ID
               READ BOM-FILE KEY IS BOM-KEY
                   INVALID KEY
                       DISPLAY "Component is not on this kit."
                   NOT INVALID KEY
                       DISPLAY "Current quantity per kit: "
                           BOM-QTY-PER
                       DISPLAY "Enter new quantity per kit: "
                           NO ADVANCING
                       ACCEPT I-QTY-PER
                       IF I-QTY-PER = 0
                           DISPLAY "Quantity per kit must be at"
                               " least 1; use Remove Component to"
                               " take it off the kit."
                       ELSE
                           MOVE I-QTY-PER TO BOM-QTY-PER
                           REWRITE BOM-RECORD
                           IF WS-BOM-STATUS = "00"
                               DISPLAY "Component quantity updated."
                           ELSE
                               DISPLAY "Unable to update component,"
                                   " status=" WS-BOM-STATUS
                           END-IF
                       END-IF
               END-READ
               CLOSE BOM-FILE
           END-IF.

       REMOVE-BOM-COMPONENT.
           DISPLAY "Enter the kit item id: " NO ADVANCING
           ACCEPT I-KIT-ID
           DISPLAY "Enter the component item id: " NO ADVANCING
           ACCEPT I-COMPONENT-ID

           OPEN I-O BOM-FILE
           IF WS-BOM-STATUS = "35" OR WS-BOM-STATUS = "91"
               DISPLAY "No bills of materials on file."
           ELSE
               MOVE I-KIT-ID TO BOM-PARENT-ID
               MOVE I-COMPONENT-ID TO BOM-COMPONENT-ID
               READ BOM-FILE KEY IS BOM-KEY
                   INVALID KEY
                       DISPLAY "Component is not on this kit."
                   NOT INVALID KEY
                       DISPLAY "Remove component " BOM-COMPONENT-ID
                           " (" BOM-QTY-PER " per kit) from kit "
                           BOM-PARENT-ID "? (Y/N): " NO ADVANCING
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           DELETE BOM-FILE
                           IF WS-BOM-STATUS = "00"
                               DISPLAY "Component removed."
                           ELSE
                               DISPLAY "Unable to remove component,"
                                   " status=" WS-BOM-STATUS
                           END-IF
                       END-IF
               END-READ
               CLOSE BOM-FILE
           END-IF.

      * Lists the kit's components with their current average cost,
      * and the cost of one kit if it were assembled today.
       VIEW-BOM.
           DISPLAY "Enter the kit item id: " NO ADVANCING
           ACCEPT I-KIT-ID

           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
               DISPLAY "No inventory records found."
           ELSE
               PERFORM LOAD-KIT-BILL
               IF WS-KIT-OK = "Y"
                   DISPLAY "Kit " I-KIT-ID " " WS-KIT-PARENT-NAME
                   DISPLAY "COMPONENT ITEM-NAME            PER-KIT"
                       "  UNIT-COST   EXTENDED"
                   DISPLAY "-------------------------------------"
                       "---------------------"
                   MOVE 0 TO WS-KIT-VALUE
                   PERFORM VARYING WS-KIT-IX FROM 1 BY 1
                           UNTIL WS-KIT-IX > WS-KIT-COUNT
                       PERFORM SHOW-ONE-BOM-LINE
                   END-PERFORM
                   MOVE WS-KIT-VALUE TO WS-KIT-EXT-EDIT
                   DISPLAY "Cost of one kit at current component"
                       " costs: " WS-KIT-EXT-EDIT
               END-IF
               CLOSE RECEIPT-FILE
           END-IF.

       SHOW-ONE-BOM-LINE.
           MOVE WS-KIT-COMP-ID(WS-KIT-IX) TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   MOVE "*ITEM NOT ON FILE*" TO ITEM-NAME
                   MOVE 0 TO ITEM-COST
               NOT INVALID KEY
                   CONTINUE
           END-READ
           COMPUTE WS-KIT-EXT-COST =
               WS-KIT-QTY-PER(WS-KIT-IX) * ITEM-COST
           ADD WS-KIT-EXT-COST TO WS-KIT-VALUE
           MOVE ITEM-COST TO WS-COST-EDIT
           MOVE WS-KIT-EXT-COST TO WS-KIT-EXT-EDIT
           DISPLAY WS-KIT-COMP-ID(WS-KIT-IX) "     " ITEM-NAME " "
               WS-KIT-QTY-PER(WS-KIT-IX) "    " WS-COST-EDIT " "
               WS-KIT-EXT-EDIT.

      * Where used: every kit the component goes into, with how many
      * of each kit the component's available stock could still
      * build, so a buyer can see what a shortage of it will block.
       WHERE-USED-INQUIRY.
           DISPLAY "Enter the component item id: " NO ADVANCING
           ACCEPT I-COMPONENT-ID

           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
               DISPLAY "No inventory records found."
           ELSE
               MOVE I-COMPONENT-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       DISPLAY "Item not found."
                   NOT INVALID KEY
                       PERFORM COMPUTE-ITEM-ATP
                       MOVE WS-ATP-TOTAL TO WS-WU-COMP-ATP
                       MOVE WS-ATP-TOTAL TO WS-ATP-TOTAL-EDIT
                       DISPLAY "Component " ITEM-ID " " ITEM-NAME
                       DISPLAY "Available to promise, all locations:"
                           WS-ATP-TOTAL-EDIT
                       PERFORM LIST-WHERE-USED
               END-READ
               CLOSE RECEIPT-FILE
           END-IF.

       LIST-WHERE-USED.
           MOVE 0 TO WS-WU-COUNT
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS = "35" OR WS-BOM-STATUS = "91"
               CONTINUE
           ELSE
               DISPLAY "KIT-ID ITEM-NAME            PER-KIT"
                   "  KITS-COVERED"
               DISPLAY "---------------------------------------------"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BOM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BOM-COMPONENT-ID = I-COMPONENT-ID
                               PERFORM SHOW-WHERE-USED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
           END-IF
           IF WS-WU-COUNT = 0
               DISPLAY "Item is not a component of any kit."
           ELSE
               DISPLAY "Kits using this component: " WS-WU-COUNT
           END-IF.

       SHOW-WHERE-USED-LINE.
           ADD 1 TO WS-WU-COUNT
           MOVE BOM-PARENT-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   MOVE "*ITEM NOT ON FILE*" TO ITEM-NAME
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF WS-WU-COMP-ATP > 0
               DIVIDE WS-WU-COMP-ATP BY BOM-QTY-PER
                   GIVING WS-WU-KITS
           ELSE
               MOVE 0 TO WS-WU-KITS
           END-IF
           MOVE WS-WU-KITS TO WS-WU-KITS-EDIT
           DISPLAY BOM-PARENT-ID "  " ITEM-NAME " " BOM-QTY-PER
               "     " WS-WU-KITS-EDIT.

      * Performed with RECEIPT-FILE open; reads the kit item named by
      * I-KIT-ID into the record area and loads its bill into
      * WS-KIT-TABLE.  WS-KIT-OK is "Y" only when the kit exists and
      * has a usable bill.
       LOAD-KIT-BILL.
           MOVE "N" TO WS-KIT-OK
           MOVE 0 TO WS-KIT-COUNT
           MOVE I-KIT-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY "Kit item not found."
               NOT INVALID KEY
                   MOVE ITEM-NAME TO WS-KIT-PARENT-NAME
                   MOVE ITEM-LOT-CONTROLLED TO WS-KIT-LOT-CONTROLLED
                   OPEN INPUT BOM-FILE
                   IF WS-BOM-STATUS = "35" OR WS-BOM-STATUS = "91"
                       CONTINUE
                   ELSE
                       PERFORM LOAD-KIT-COMPONENTS
                       CLOSE BOM-FILE
                   END-IF
                   IF WS-KIT-COUNT = 0
                       DISPLAY "Item " I-KIT-ID " has no bill of"
                           " materials."
                   ELSE
                       IF WS-KIT-OVERFLOW = "Y"
                           DISPLAY "Kit has more than 20 components;"
                               " bill cannot be used."
                       ELSE
                           MOVE "Y" TO WS-KIT-OK
                       END-IF
                   END-IF
           END-READ.

      * Performed with BOM-FILE open in any mode.
       LOAD-KIT-COMPONENTS.
           MOVE 0 TO WS-KIT-COUNT
           MOVE "N" TO WS-KIT-OVERFLOW
           MOVE I-KIT-ID TO BOM-PARENT-ID
           MOVE 0 TO BOM-COMPONENT-ID
           START BOM-FILE KEY IS >= BOM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ BOM-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF BOM-PARENT-ID NOT = I-KIT-ID
                                   MOVE "Y" TO WS-EOF-FLAG
                               ELSE
                                   PERFORM ADD-KIT-COMPONENT
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       ADD-KIT-COMPONENT.
           IF WS-KIT-COUNT < 20
               ADD 1 TO WS-KIT-COUNT
               MOVE BOM-COMPONENT-ID TO WS-KIT-COMP-ID(WS-KIT-COUNT)
               MOVE BOM-QTY-PER TO WS-KIT-QTY-PER(WS-KIT-COUNT)
               MOVE 0 TO WS-KIT-NEED(WS-KIT-COUNT)
               MOVE 0 TO WS-KIT-COMP-COST(WS-KIT-COUNT)
           ELSE
               MOVE "Y" TO WS-KIT-OVERFLOW
           END-IF.

      * Assembly builds kits at one location from components on hand
      * there.  Every component must be available to promise in
      * full before anything moves; each component then leaves with
      * a KITOUT log line and the kits arrive with a KITIN line.  The
      * kit's average cost rolls forward over the value of the
      * components consumed, exactly as a receipt rolls it forward
      * over the purchase cost.
       ASSEMBLE-KITS.
           DISPLAY "Enter the kit item id to assemble: " NO ADVANCING
           ACCEPT I-KIT-ID

           OPEN I-O RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
               DISPLAY "No inventory records found."
           ELSE
               PERFORM LOAD-KIT-BILL
               IF WS-KIT-OK = "Y"
                   PERFORM ASSEMBLE-KITS-ENTRY
               END-IF
               CLOSE RECEIPT-FILE
           END-IF.

       ASSEMBLE-KITS-ENTRY.
           DISPLAY "Kit: " WS-KIT-PARENT-NAME
           DISPLAY "Location to assemble at:"
           PERFORM GET-LOCATION
           DISPLAY "Enter the number of kits to assemble: "
               NO ADVANCING
           ACCEPT I-KIT-QUANTITY
           IF I-KIT-QUANTITY = 0
               DISPLAY "Nothing assembled."
           ELSE
               PERFORM CHECK-ASSEMBLY-COMPONENTS
               IF WS-KIT-OK = "N"
                   DISPLAY "Components short at "
                       WS-LOC-NAME(I-LOCATION)
                       "; nothing assembled."
               ELSE
                   IF WS-KIT-LOT-CONTROLLED = "Y"
                       DISPLAY "Kits are lot-controlled; the kits"
                           " built go into one lot."
                       PERFORM GET-LOT-DETAILS
                   END-IF
                   DISPLAY "Assemble " I-KIT-QUANTITY " kit(s) at "
                       WS-LOC-NAME(I-LOCATION) "? (Y/N): "
                       NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       PERFORM POST-ASSEMBLY
                   ELSE
                       DISPLAY "Nothing assembled."
                   END-IF
               END-IF
           END-IF.

       CHECK-ASSEMBLY-COMPONENTS.
           MOVE "Y" TO WS-KIT-OK
           DISPLAY "COMPONENT ITEM-NAME              NEEDED  AVAIL"
           PERFORM VARYING WS-KIT-IX FROM 1 BY 1
                   UNTIL WS-KIT-IX > WS-KIT-COUNT
               PERFORM CHECK-ONE-COMPONENT
           END-PERFORM.

       CHECK-ONE-COMPONENT.
           COMPUTE WS-KIT-NEED(WS-KIT-IX) =
               WS-KIT-QTY-PER(WS-KIT-IX) * I-KIT-QUANTITY
           MOVE WS-KIT-COMP-ID(WS-KIT-IX) TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY WS-KIT-COMP-ID(WS-KIT-IX)
                       "     *ITEM NOT ON FILE*"
                   MOVE "N" TO WS-KIT-OK
               NOT INVALID KEY
                   PERFORM COMPUTE-ITEM-ATP
                   MOVE WS-ATP-LOC(I-LOCATION)
                       TO WS-ATP-EDIT(I-LOCATION)
                   IF WS-KIT-NEED(WS-KIT-IX) >
                       WS-ATP-LOC(I-LOCATION)
                       DISPLAY ITEM-ID "     " ITEM-NAME "   "
                           WS-KIT-NEED(WS-KIT-IX) " "
                           WS-ATP-EDIT(I-LOCATION) "  SHORT"
                       MOVE "N" TO WS-KIT-OK
                   ELSE
                       DISPLAY ITEM-ID "     " ITEM-NAME "   "
                           WS-KIT-NEED(WS-KIT-IX) " "
                           WS-ATP-EDIT(I-LOCATION)
                       MOVE I-LOCATION TO WS-LOT-LOC
                       MOVE WS-KIT-NEED(WS-KIT-IX) TO WS-LOT-NEED
                       PERFORM CHECK-LOT-DRAW
                       IF WS-LOT-OK = "N"
                           MOVE "N" TO WS-KIT-OK
                       END-IF
                   END-IF
           END-READ.

       POST-ASSEMBLY.
           MOVE 0 TO WS-KIT-VALUE
           PERFORM VARYING WS-KIT-IX FROM 1 BY 1
                   UNTIL WS-KIT-IX > WS-KIT-COUNT
                   OR WS-KIT-OK = "N"
               PERFORM TAKE-ONE-COMPONENT
           END-PERFORM
           IF WS-KIT-OK = "Y"
               PERFORM PUT-AWAY-ASSEMBLED-KITS
           ELSE
               DISPLAY "Assembly stopped; components already taken"
                   " are logged as KITOUT.  Correct the stock with"
                   " a cycle count."
           END-IF.

       TAKE-ONE-COMPONENT.
           MOVE WS-KIT-COMP-ID(WS-KIT-IX) TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY "Component " ITEM-ID " not found."
                   MOVE "N" TO WS-KIT-OK
               NOT INVALID KEY
                   MOVE I-LOCATION TO WS-LOT-LOC
                   MOVE WS-KIT-NEED(WS-KIT-IX) TO WS-LOT-NEED
                   PERFORM CHECK-LOT-DRAW
                   IF WS-LOT-OK = "N"
                       MOVE "N" TO WS-KIT-OK
                   ELSE
                       PERFORM TAKE-COMPONENT-STOCK
                   END-IF
           END-READ.

       TAKE-COMPONENT-STOCK.
           MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
           MOVE ITEM-COST TO WS-LOG-OLD-COST
           MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
           SUBTRACT WS-KIT-NEED(WS-KIT-IX) FROM
               ITEM-LOC-QTY(I-LOCATION)
           SUBTRACT WS-KIT-NEED(WS-KIT-IX) FROM ITEM-QUANTITY
           REWRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "00"
               COMPUTE WS-KIT-VALUE = WS-KIT-VALUE +
                   WS-KIT-NEED(WS-KIT-IX) * ITEM-COST
               MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
               MOVE ITEM-COST TO WS-LOG-NEW-COST
               MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
               MOVE I-LOCATION TO WS-LOG-LOCATION
               MOVE ITEM-LOC-QTY(I-LOCATION)
                   TO WS-LOG-NEW-LOC-QTY
               MOVE "KITOUT" TO WS-LOG-OP
               PERFORM LOG-STOCK-DRAW
           ELSE
               DISPLAY "Unable to take component " ITEM-ID
                   ", status=" WS-RECEIPT-STATUS
               MOVE "N" TO WS-KIT-OK
           END-IF.

       PUT-AWAY-ASSEMBLED-KITS.
           MOVE I-KIT-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY "Kit item " I-KIT-ID " not found; the"
                       " components taken are logged as KITOUT."
               NOT INVALID KEY
                   MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
                   MOVE ITEM-COST TO WS-LOG-OLD-COST
                   MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
                   COMPUTE WS-NEW-AVG-COST ROUNDED =
                       (ITEM-QUANTITY * ITEM-COST + WS-KIT-VALUE) /
                       (ITEM-QUANTITY + I-KIT-QUANTITY)
                       ON SIZE ERROR
                           DISPLAY "Average cost computation"
                               " overflowed; cost unchanged."
                           MOVE ITEM-COST TO WS-NEW-AVG-COST
                   END-COMPUTE
                   MOVE WS-NEW-AVG-COST TO ITEM-COST
                   ADD I-KIT-QUANTITY TO ITEM-LOC-QTY(I-LOCATION)
                   ADD I-KIT-QUANTITY TO ITEM-QUANTITY
                   REWRITE RECEIPT-RECORD
                   IF WS-RECEIPT-STATUS = "00"
                       MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
                       MOVE ITEM-COST TO WS-LOG-NEW-COST
                       MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
                       MOVE I-LOCATION TO WS-LOG-LOCATION
                       MOVE ITEM-LOC-QTY(I-LOCATION)
                           TO WS-LOG-NEW-LOC-QTY
                       IF ITEM-LOT-CONTROLLED = "Y"
                           MOVE I-LOCATION TO WS-LOT-LOC
                           MOVE I-KIT-QUANTITY TO WS-LOT-ADD-QTY
                           PERFORM ADD-TO-LOT
                           MOVE I-LOT-NUMBER TO WS-LOG-LOT
                       END-IF
                       MOVE "KITIN" TO WS-LOG-OP
                       PERFORM WRITE-TRANSACTION-LOG
                       MOVE ITEM-COST TO WS-COST-EDIT
                       DISPLAY "Assembled " I-KIT-QUANTITY " kit(s);"
                           " kit unit cost now " WS-COST-EDIT "."
                   ELSE
                       DISPLAY "Unable to put away kits, status="
                           WS-RECEIPT-STATUS "; the components taken"
                           " are logged as KITOUT."
                   END-IF
           END-READ.

      * Disassembly breaks kits at one location back into their
      * components.  The kits leave with a KITOUT line at their
      * average cost; that value is shared across the components in
      * proportion to their current costs and each component's
      * average cost rolls forward over its share as it comes back
      * in with a KITIN line.
       DISASSEMBLE-KITS.
           DISPLAY "Enter the kit item id to disassemble: "
               NO ADVANCING
           ACCEPT I-KIT-ID

           OPEN I-O RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
               DISPLAY "No inventory records found."
           ELSE
               PERFORM LOAD-KIT-BILL
               IF WS-KIT-OK = "Y"
                   PERFORM DISASSEMBLE-KITS-ENTRY
               END-IF
               CLOSE RECEIPT-FILE
           END-IF.

      * Entered with the kit item in the record area.
       DISASSEMBLE-KITS-ENTRY.
           DISPLAY "Kit: " WS-KIT-PARENT-NAME
           DISPLAY "Location holding the kits:"
           PERFORM GET-LOCATION
           PERFORM COMPUTE-ITEM-ATP
           MOVE WS-ATP-LOC(I-LOCATION) TO WS-ATP-EDIT(I-LOCATION)
           DISPLAY "Kits available at " WS-LOC-NAME(I-LOCATION) ": "
               WS-ATP-EDIT(I-LOCATION)
           DISPLAY "Enter the number of kits to disassemble: "
               NO ADVANCING
           ACCEPT I-KIT-QUANTITY
           IF I-KIT-QUANTITY = 0
               DISPLAY "Nothing disassembled."
           ELSE
               IF I-KIT-QUANTITY > WS-ATP-LOC(I-LOCATION)
                   DISPLAY "Cannot disassemble " I-KIT-QUANTITY
                       "; only " WS-ATP-EDIT(I-LOCATION)
                       " available at " WS-LOC-NAME(I-LOCATION) "."
               ELSE
                   COMPUTE WS-KIT-VALUE = I-KIT-QUANTITY * ITEM-COST
                   MOVE I-LOCATION TO WS-LOT-LOC
                   MOVE I-KIT-QUANTITY TO WS-LOT-NEED
                   PERFORM CHECK-LOT-DRAW
                   IF WS-LOT-OK = "N"
                       MOVE "N" TO WS-KIT-OK
                   ELSE
                       PERFORM PRICE-DISASSEMBLY-COMPONENTS
                   END-IF
                   IF WS-KIT-OK = "Y"
                       DISPLAY "Disassemble " I-KIT-QUANTITY
                           " kit(s) at " WS-LOC-NAME(I-LOCATION)
                           "? (Y/N): " NO ADVANCING
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           PERFORM POST-DISASSEMBLY
                       ELSE
                           DISPLAY "Nothing disassembled."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRICE-DISASSEMBLY-COMPONENTS.
           MOVE 0 TO WS-KIT-COMP-VALUE
           MOVE 0 TO WS-KIT-NEED-TOTAL
           PERFORM VARYING WS-KIT-IX FROM 1 BY 1
                   UNTIL WS-KIT-IX > WS-KIT-COUNT
               COMPUTE WS-KIT-NEED(WS-KIT-IX) =
                   WS-KIT-QTY-PER(WS-KIT-IX) * I-KIT-QUANTITY
               ADD WS-KIT-NEED(WS-KIT-IX) TO WS-KIT-NEED-TOTAL
               MOVE WS-KIT-COMP-ID(WS-KIT-IX) TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       DISPLAY "Component " ITEM-ID " not found;"
                           " nothing disassembled."
                       MOVE "N" TO WS-KIT-OK
                   NOT INVALID KEY
                       MOVE ITEM-COST TO WS-KIT-COMP-COST(WS-KIT-IX)
                       COMPUTE WS-KIT-COMP-VALUE = WS-KIT-COMP-VALUE +
                           WS-KIT-NEED(WS-KIT-IX) * ITEM-COST
               END-READ
           END-PERFORM.

       POST-DISASSEMBLY.
           MOVE I-KIT-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY "Kit item not found."
                   MOVE "N" TO WS-KIT-OK
               NOT INVALID KEY
                   MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
                   MOVE ITEM-COST TO WS-LOG-OLD-COST
                   MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
                   SUBTRACT I-KIT-QUANTITY FROM
                       ITEM-LOC-QTY(I-LOCATION)
                   SUBTRACT I-KIT-QUANTITY FROM ITEM-QUANTITY
                   REWRITE RECEIPT-RECORD
                   IF WS-RECEIPT-STATUS = "00"
                       MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
                       MOVE ITEM-COST TO WS-LOG-NEW-COST
                       MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
                       MOVE I-LOCATION TO WS-LOG-LOCATION
                       MOVE ITEM-LOC-QTY(I-LOCATION)
                           TO WS-LOG-NEW-LOC-QTY
                       MOVE "KITOUT" TO WS-LOG-OP
                       PERFORM LOG-STOCK-DRAW
                   ELSE
                       DISPLAY "Unable to take kits, status="
                           WS-RECEIPT-STATUS "; nothing"
                           " disassembled."
                       MOVE "N" TO WS-KIT-OK
                   END-IF
           END-READ
           IF WS-KIT-OK = "Y"
               PERFORM VARYING WS-KIT-IX FROM 1 BY 1
                       UNTIL WS-KIT-IX > WS-KIT-COUNT
                   PERFORM RETURN-ONE-COMPONENT
               END-PERFORM
               DISPLAY "Disassembled " I-KIT-QUANTITY " kit(s) at "
                   WS-LOC-NAME(I-LOCATION) "."
           END-IF.

      * The component's share of the kits' value, per unit; when
      * every component is carried at zero cost the value is shared
      * evenly across the units returned.
       RETURN-ONE-COMPONENT.
           IF WS-KIT-COMP-VALUE > 0
               COMPUTE WS-KIT-UNIT-COST ROUNDED =
                   WS-KIT-COMP-COST(WS-KIT-IX) * WS-KIT-VALUE /
                   WS-KIT-COMP-VALUE
                   ON SIZE ERROR
                       MOVE WS-KIT-COMP-COST(WS-KIT-IX)
                           TO WS-KIT-UNIT-COST
               END-COMPUTE
           ELSE
               COMPUTE WS-KIT-UNIT-COST ROUNDED =
                   WS-KIT-VALUE / WS-KIT-NEED-TOTAL
                   ON SIZE ERROR
                       MOVE 0 TO WS-KIT-UNIT-COST
               END-COMPUTE
           END-IF
           MOVE WS-KIT-COMP-ID(WS-KIT-IX) TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   DISPLAY "Component " ITEM-ID " not found; "
                       WS-KIT-NEED(WS-KIT-IX) " unit(s) not returned"
                       " to stock."
               NOT INVALID KEY
                   IF ITEM-LOT-CONTROLLED = "Y"
                       DISPLAY "Component " ITEM-ID " " ITEM-NAME
                           " is lot-controlled; "
                           WS-KIT-NEED(WS-KIT-IX) " unit(s) return."
                       PERFORM GET-LOT-DETAILS
                   END-IF
                   MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
                   MOVE ITEM-COST TO WS-LOG-OLD-COST
                   MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
                   COMPUTE WS-NEW-AVG-COST ROUNDED =
                       (ITEM-QUANTITY * ITEM-COST +
                       WS-KIT-NEED(WS-KIT-IX) * WS-KIT-UNIT-COST) /
                       (ITEM-QUANTITY + WS-KIT-NEED(WS-KIT-IX))
                       ON SIZE ERROR
                           DISPLAY "Average cost computation"
                               " overflowed; cost unchanged."
                           MOVE ITEM-COST TO WS-NEW-AVG-COST
                   END-COMPUTE
                   MOVE WS-NEW-AVG-COST TO ITEM-COST
                   ADD WS-KIT-NEED(WS-KIT-IX) TO
                       ITEM-LOC-QTY(I-LOCATION)
                   ADD WS-KIT-NEED(WS-KIT-IX) TO ITEM-QUANTITY
                   REWRITE RECEIPT-RECORD
                   IF WS-RECEIPT-STATUS = "00"
                       MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
                       MOVE ITEM-COST TO WS-LOG-NEW-COST
                       MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
                       MOVE I-LOCATION TO WS-LOG-LOCATION
                       MOVE ITEM-LOC-QTY(I-LOCATION)
                           TO WS-LOG-NEW-LOC-QTY
                       IF ITEM-LOT-CONTROLLED = "Y"
                           MOVE I-LOCATION TO WS-LOT-LOC
                           MOVE WS-KIT-NEED(WS-KIT-IX)
                               TO WS-LOT-ADD-QTY
                           PERFORM ADD-TO-LOT
                           MOVE I-LOT-NUMBER TO WS-LOG-LOT
                       END-IF
                       MOVE "KITIN" TO WS-LOG-OP
                       PERFORM WRITE-TRANSACTION-LOG
                   ELSE
                       DISPLAY "Unable to return component "
                           ITEM-ID ", status=" WS-RECEIPT-STATUS
                   END-IF
           END-READ.

      * Lot control.  An item flagged lot-controlled keeps its stock
      * at each location in lots on the lot file, each with its own
      * expiration date.  Stock comes into a lot named by the person
      * receiving it and goes out of the lots that expire first; one
      * log line is written per lot touched, carrying the lot number,
      * so the audit trail shows which lot every unit came from.
       GET-LOT-DETAILS.
           PERFORM GET-LOT-NUMBER-ONLY
           PERFORM GET-EXPIRY-ONLY.

      * Adds WS-LOT-ADD-QTY of item ITEM-ID to lot I-LOT-NUMBER at
      * WS-LOT-LOC, creating the lot when it is new.  A lot already
      * on file keeps the earlier of its own and the new expiration
      * date, so stock is never treated as fresher than it is.
       ADD-TO-LOT.
           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS = "35" OR WS-LOT-STATUS = "91"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "Unable to open lot file, status="
                   WS-LOT-STATUS "; lot " I-LOT-NUMBER
                   " not recorded."
           ELSE
               MOVE ITEM-ID TO LOT-ITEM-ID
               MOVE WS-LOT-LOC TO LOT-LOCATION
               MOVE I-LOT-NUMBER TO LOT-NUMBER
               READ LOT-FILE KEY IS LOT-KEY
                   INVALID KEY
                       MOVE I-EXPIRY-DATE TO LOT-EXPIRY-DATE
                       MOVE WS-LOT-ADD-QTY TO LOT-QTY
                       ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
                       WRITE LOT-RECORD
                   NOT INVALID KEY
                       IF LOT-EXPIRY-DATE NOT = I-EXPIRY-DATE
                           DISPLAY "Lot " LOT-NUMBER " is already"
                               " held here expiring "
                               LOT-EXPIRY-DATE
                               "; the earlier date is kept."
                           IF I-EXPIRY-DATE < LOT-EXPIRY-DATE
                               MOVE I-EXPIRY-DATE TO LOT-EXPIRY-DATE
                           END-IF
                       END-IF
                       ADD WS-LOT-ADD-QTY TO LOT-QTY
                       REWRITE LOT-RECORD
               END-READ
               IF WS-LOT-STATUS NOT = "00"
                   DISPLAY "Unable to record lot " I-LOT-NUMBER
                       ", status=" WS-LOT-STATUS
               END-IF
               CLOSE LOT-FILE
           END-IF.

      * Decides which lots a draw of WS-LOT-NEED units of ITEM-ID at
      * WS-LOT-LOC comes from.  Items that are not lot-controlled
      * always pass with nothing to draw.
       CHECK-LOT-DRAW.
           MOVE "Y" TO WS-LOT-OK
           MOVE 0 TO WS-LOT-DRAW-COUNT
           IF ITEM-LOT-CONTROLLED = "Y" AND WS-LOT-NEED > 0
               PERFORM PLAN-LOT-DRAW
           END-IF.

      * First-expiring-first-out: the lot with the earliest date is
      * emptied before the next one is touched.  The draw is refused
      * when the lots on file cannot cover it, which means they no
      * longer agree with the location quantity and must be put right
      * through Update Item before the stock can move.  It is also
      * refused when the item has more lots at the location than the
      * table holds: lots load in lot-number order, not expiry order,
      * so an earlier-expiring lot past the fiftieth would be skipped.
       PLAN-LOT-DRAW.
           MOVE "N" TO WS-LOT-OK
           PERFORM LOAD-ITEM-LOTS
           EVALUATE TRUE
           WHEN WS-LOT-OVERFLOW = "Y"
               DISPLAY "Item " ITEM-ID " has more than 50 lots at "
                   WS-LOC-NAME(WS-LOT-LOC) "; nothing drawn."
               DISPLAY "Only the first 50 lots at a location"
                   " can be drawn from."
           WHEN WS-LOT-ON-FILE < WS-LOT-NEED
               DISPLAY "Lots on file at " WS-LOC-NAME(WS-LOT-LOC)
                   " hold only " WS-LOT-ON-FILE " of item " ITEM-ID
                   "; correct the lots through Update Item."
           WHEN OTHER
               MOVE WS-LOT-NEED TO WS-LOT-REMAIN
               PERFORM UNTIL WS-LOT-REMAIN = 0
                   PERFORM FIND-EARLIEST-LOT
                   COMPUTE WS-LOT-TAKE = WS-LT-QTY(WS-LOT-PICK) -
                       WS-LT-DRAW(WS-LOT-PICK)
                   IF WS-LOT-TAKE > WS-LOT-REMAIN
                       MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
                   END-IF
                   ADD WS-LOT-TAKE TO WS-LT-DRAW(WS-LOT-PICK)
                   SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAIN
                   ADD 1 TO WS-LOT-DRAW-COUNT
                   MOVE WS-LOT-PICK TO WS-LOT-ORDER(WS-LOT-DRAW-COUNT)
               END-PERFORM
               MOVE "Y" TO WS-LOT-OK
           END-EVALUATE.

      * Loads the lots of ITEM-ID at WS-LOT-LOC into the lot table.
       LOAD-ITEM-LOTS.
           MOVE 0 TO WS-LOT-COUNT
           MOVE 0 TO WS-LOT-ON-FILE
           MOVE "N" TO WS-LOT-OVERFLOW
           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS = "35" OR WS-LOT-STATUS = "91"
               CONTINUE
           ELSE
               MOVE ITEM-ID TO LOT-ITEM-ID
               MOVE WS-LOT-LOC TO LOT-LOCATION
               MOVE LOW-VALUES TO LOT-NUMBER
               START LOT-FILE KEY IS >= LOT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
                       PERFORM UNTIL WS-EOF-FLAG = "Y"
                           READ LOT-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-EOF-FLAG
                               NOT AT END
                                   IF LOT-ITEM-ID NOT = ITEM-ID
                                       OR LOT-LOCATION NOT = WS-LOT-LOC
                                       MOVE "Y" TO WS-EOF-FLAG
                                   ELSE
                                       PERFORM ADD-LOT-TABLE-ENTRY
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE LOT-FILE
           END-IF.

       ADD-LOT-TABLE-ENTRY.
           IF WS-LOT-COUNT < 50
               ADD 1 TO WS-LOT-COUNT
               MOVE LOT-NUMBER TO WS-LT-NUMBER(WS-LOT-COUNT)
               MOVE LOT-EXPIRY-DATE TO WS-LT-EXPIRY(WS-LOT-COUNT)
               MOVE LOT-QTY TO WS-LT-QTY(WS-LOT-COUNT)
               MOVE 0 TO WS-LT-DRAW(WS-LOT-COUNT)
               ADD LOT-QTY TO WS-LOT-ON-FILE
           ELSE
               MOVE "Y" TO WS-LOT-OVERFLOW
           END-IF.

      * The lot with stock left to draw that expires first; the
      * planner only asks while some lot still has stock left.
       FIND-EARLIEST-LOT.
           MOVE 0 TO WS-LOT-PICK
           PERFORM VARYING WS-LOT-IX FROM 1 BY 1
                   UNTIL WS-LOT-IX > WS-LOT-COUNT
               IF WS-LT-QTY(WS-LOT-IX) > WS-LT-DRAW(WS-LOT-IX)
                   IF WS-LOT-PICK = 0
                       MOVE WS-LOT-IX TO WS-LOT-PICK
                   ELSE
                       IF WS-LT-EXPIRY(WS-LOT-IX) <
                           WS-LT-EXPIRY(WS-LOT-PICK)
                           MOVE WS-LOT-IX TO WS-LOT-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Takes the planned draw out of the lot file.
       POST-LOT-DRAW.
           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "Unable to open lot file, status="
                   WS-LOT-STATUS "; lots of item " ITEM-ID
                   " not reduced."
           ELSE
               PERFORM VARYING WS-LOT-DX FROM 1 BY 1
                       UNTIL WS-LOT-DX > WS-LOT-DRAW-COUNT
                   PERFORM POST-ONE-LOT-DRAW
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.

       POST-ONE-LOT-DRAW.
           MOVE WS-LOT-ORDER(WS-LOT-DX) TO WS-LOT-IX
           MOVE ITEM-ID TO LOT-ITEM-ID
           MOVE WS-LOT-LOC TO LOT-LOCATION
           MOVE WS-LT-NUMBER(WS-LOT-IX) TO LOT-NUMBER
           READ LOT-FILE KEY IS LOT-KEY
               INVALID KEY
                   DISPLAY "Lot " WS-LT-NUMBER(WS-LOT-IX)
                       " no longer on file."
               NOT INVALID KEY
                   IF LOT-QTY > WS-LT-DRAW(WS-LOT-IX)
                       SUBTRACT WS-LT-DRAW(WS-LOT-IX) FROM LOT-QTY
                       REWRITE LOT-RECORD
                   ELSE
                       DELETE LOT-FILE
                   END-IF
                   IF WS-LOT-STATUS NOT = "00"
                       DISPLAY "Unable to update lot "
                           WS-LT-NUMBER(WS-LOT-IX) ", status="
                           WS-LOT-STATUS
                   END-IF
           END-READ.

      * Logs stock leaving WS-LOT-LOC after the item record has been
      * rewritten.  The log fields are set as for WRITE-TRANSACTION-
      * LOG; a lot-controlled item gets one line per lot drawn.
       LOG-STOCK-DRAW.
           IF ITEM-LOT-CONTROLLED = "Y" AND WS-LOT-DRAW-COUNT > 0
               PERFORM POST-LOT-DRAW
               MOVE "Y" TO WS-LOT-TOTAL-MOVES
               PERFORM LOG-LOT-DRAW
           ELSE
               PERFORM WRITE-TRANSACTION-LOG
           END-IF.

      * The quantities step down lot by lot so that each line's
      * OLDQTY is the previous line's NEWQTY.  A transfer leaves the
      * company total unchanged, so WS-LOT-TOTAL-MOVES is "N" then.
       LOG-LOT-DRAW.
           MOVE WS-LOG-CUST TO WS-LOT-SAVE-CUST
           MOVE WS-LOG-SO TO WS-LOT-SAVE-SO
           MOVE WS-LOG-OLD-QTY TO WS-LOT-RUN-QTY
           COMPUTE WS-LOT-RUN-LOC-QTY =
               ITEM-LOC-QTY(WS-LOT-LOC) + WS-LOT-NEED
           PERFORM VARYING WS-LOT-DX FROM 1 BY 1
                   UNTIL WS-LOT-DX > WS-LOT-DRAW-COUNT
               PERFORM LOG-ONE-LOT-DRAW
           END-PERFORM.

       LOG-ONE-LOT-DRAW.
           MOVE WS-LOT-ORDER(WS-LOT-DX) TO WS-LOT-IX
           MOVE WS-LOT-RUN-QTY TO WS-LOG-OLD-QTY
           IF WS-LOT-TOTAL-MOVES = "Y"
               SUBTRACT WS-LT-DRAW(WS-LOT-IX) FROM WS-LOT-RUN-QTY
           END-IF
           SUBTRACT WS-LT-DRAW(WS-LOT-IX) FROM WS-LOT-RUN-LOC-QTY
           MOVE WS-LOT-RUN-QTY TO WS-LOG-NEW-QTY
           MOVE WS-LOT-LOC TO WS-LOG-LOCATION
           MOVE WS-LOT-RUN-LOC-QTY TO WS-LOG-NEW-LOC-QTY
           MOVE WS-LOT-SAVE-CUST TO WS-LOG-CUST
           MOVE WS-LOT-SAVE-SO TO WS-LOG-SO
           MOVE WS-LT-NUMBER(WS-LOT-IX) TO WS-LOG-LOT
           PERFORM WRITE-TRANSACTION-LOG
           DISPLAY "  from lot " WS-LT-NUMBER(WS-LOT-IX)
               " expiring " WS-LT-EXPIRY(WS-LOT-IX) ": "
               WS-LT-DRAW(WS-LOT-IX).

      * A transfer carries each lot drawn at the source into the
      * destination under the same lot number and expiration date,
      * logging an XFER line per lot there as well.
       MOVE-LOTS-TO-DESTINATION.
           MOVE I-TO-LOCATION TO WS-LOT-LOC
           COMPUTE WS-LOT-RUN-LOC-QTY =
               ITEM-LOC-QTY(I-TO-LOCATION) - WS-LOT-NEED
           PERFORM VARYING WS-LOT-DX FROM 1 BY 1
                   UNTIL WS-LOT-DX > WS-LOT-DRAW-COUNT
               PERFORM MOVE-ONE-LOT-TO-DESTINATION
           END-PERFORM.

       MOVE-ONE-LOT-TO-DESTINATION.
           MOVE WS-LOT-ORDER(WS-LOT-DX) TO WS-LOT-IX
           MOVE WS-LT-NUMBER(WS-LOT-IX) TO I-LOT-NUMBER
           MOVE WS-LT-EXPIRY(WS-LOT-IX) TO I-EXPIRY-DATE
           MOVE WS-LT-DRAW(WS-LOT-IX) TO WS-LOT-ADD-QTY
           PERFORM ADD-TO-LOT
           ADD WS-LT-DRAW(WS-LOT-IX) TO WS-LOT-RUN-LOC-QTY
           MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
           MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
           MOVE I-TO-LOCATION TO WS-LOG-LOCATION
           MOVE WS-LOT-RUN-LOC-QTY TO WS-LOG-NEW-LOC-QTY
           MOVE I-LOT-NUMBER TO WS-LOG-LOT
           PERFORM WRITE-TRANSACTION-LOG.

      * Lists the lots of ITEM-ID at WS-LOT-LOC, or at every location
      * when WS-LOT-LOC is zero, in key order.
       LIST-ITEM-LOTS.
           MOVE 0 TO WS-LOT-COUNT
           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS = "35" OR WS-LOT-STATUS = "91"
               CONTINUE
           ELSE
               MOVE ITEM-ID TO LOT-ITEM-ID
               MOVE WS-LOT-LOC TO LOT-LOCATION
               MOVE LOW-VALUES TO LOT-NUMBER
               START LOT-FILE KEY IS >= LOT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
                       PERFORM UNTIL WS-EOF-FLAG = "Y"
                           READ LOT-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-EOF-FLAG
                               NOT AT END
                                   PERFORM SHOW-ONE-LOT
                           END-READ
                       END-PERFORM
               END-START
               CLOSE LOT-FILE
           END-IF
           IF WS-LOT-COUNT = 0
               DISPLAY "  No lots on file."
           END-IF.

       SHOW-ONE-LOT.
           IF LOT-ITEM-ID NOT = ITEM-ID
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               IF WS-LOT-LOC > 0 AND LOT-LOCATION NOT = WS-LOT-LOC
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   ADD 1 TO WS-LOT-COUNT
                   DISPLAY "  " WS-LOC-NAME(LOT-LOCATION) "  "
                       LOT-NUMBER "  " LOT-EXPIRY-DATE "  " LOT-QTY
               END-IF
           END-IF.

      * Sets one lot of ITEM-ID at WS-LOT-LOC to I-LOT-QTY, creating
      * it with I-EXPIRY-DATE when it is new and deleting it when the
      * quantity is zero.  Used by Update Item to put lots right.
       SET-LOT-QUANTITY.
           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS = "35" OR WS-LOT-STATUS = "91"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "Unable to open lot file, status="
                   WS-LOT-STATUS "; lot " I-LOT-NUMBER
                   " not changed."
           ELSE
               MOVE ITEM-ID TO LOT-ITEM-ID
               MOVE WS-LOT-LOC TO LOT-LOCATION
               MOVE I-LOT-NUMBER TO LOT-NUMBER
               READ LOT-FILE KEY IS LOT-KEY
                   INVALID KEY
                       IF I-LOT-QTY > 0
                           MOVE I-EXPIRY-DATE TO LOT-EXPIRY-DATE
                           MOVE I-LOT-QTY TO LOT-QTY
                           ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
                           WRITE LOT-RECORD
                       END-IF
                   NOT INVALID KEY
                       IF I-LOT-QTY > 0
                           MOVE I-LOT-QTY TO LOT-QTY
                           REWRITE LOT-RECORD
                       ELSE
                           DELETE LOT-FILE
                       END-IF
               END-READ
               IF WS-LOT-STATUS NOT = "00"
                   DISPLAY "Unable to change lot " I-LOT-NUMBER
                       ", status=" WS-LOT-STATUS
               END-IF
               CLOSE LOT-FILE
           END-IF.

      * Update Item's quantity change for a lot-controlled item works
      * one lot at a time; the location quantity moves by the change
      * in the lot, and the lot file is updated once the item record
      * has been rewritten.
       CHANGE-LOT-QUANTITY.
           MOVE I-LOCATION TO WS-LOT-LOC
           DISPLAY "Lots at " WS-LOC-NAME(I-LOCATION) ":"
           PERFORM LIST-ITEM-LOTS
           PERFORM GET-LOT-NUMBER-ONLY
           MOVE ITEM-ID TO LOT-ITEM-ID
           MOVE WS-LOT-LOC TO LOT-LOCATION
           MOVE I-LOT-NUMBER TO LOT-NUMBER
           MOVE "N" TO WS-LOT-FOUND
           MOVE 0 TO WS-LOT-OLD-QTY
           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS = "35" OR WS-LOT-STATUS = "91"
               CONTINUE
           ELSE
               READ LOT-FILE KEY IS LOT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LOT-FOUND
                       MOVE LOT-QTY TO WS-LOT-OLD-QTY
                       MOVE LOT-EXPIRY-DATE TO I-EXPIRY-DATE
               END-READ
               CLOSE LOT-FILE
           END-IF
           IF WS-LOT-FOUND = "Y"
               DISPLAY "Lot " I-LOT-NUMBER " expires " I-EXPIRY-DATE
                   "; quantity " WS-LOT-OLD-QTY
           ELSE
               DISPLAY "New lot " I-LOT-NUMBER "."
               PERFORM GET-EXPIRY-ONLY
           END-IF
           DISPLAY "Enter new quantity for the lot: " NO ADVANCING
           ACCEPT I-LOT-QTY
           IF WS-LOT-OLD-QTY > ITEM-LOC-QTY(I-LOCATION) + I-LOT-QTY
               DISPLAY "Location quantity would go below zero;"
                   " quantity unchanged."
           ELSE
               COMPUTE ITEM-LOC-QTY(I-LOCATION) =
                   ITEM-LOC-QTY(I-LOCATION) - WS-LOT-OLD-QTY
                   + I-LOT-QTY
               PERFORM RECOMPUTE-ITEM-TOTAL
               MOVE I-LOCATION TO WS-LOG-LOCATION
               MOVE ITEM-LOC-QTY(I-LOCATION) TO WS-LOG-NEW-LOC-QTY
               MOVE I-LOT-NUMBER TO WS-LOG-LOT
               MOVE "Y" TO WS-LOT-PENDING
           END-IF.

       GET-LOT-NUMBER-ONLY.
           MOVE SPACES TO I-LOT-NUMBER
           PERFORM UNTIL I-LOT-NUMBER NOT = SPACES
               DISPLAY "Enter the lot number: " NO ADVANCING
               ACCEPT I-LOT-NUMBER
               IF I-LOT-NUMBER = SPACES
                   DISPLAY "A lot number is required."
               END-IF
           END-PERFORM.

       GET-EXPIRY-ONLY.
           MOVE "N" TO WS-LOT-OK
           PERFORM UNTIL WS-LOT-OK = "Y"
               DISPLAY "Enter the expiration date (YYYYMMDD): "
                   NO ADVANCING
               ACCEPT I-EXPIRY-DATE
               IF I-EXPIRY-YYYY < 1900
                   OR I-EXPIRY-MM < 1 OR I-EXPIRY-MM > 12
                   OR I-EXPIRY-DD < 1 OR I-EXPIRY-DD > 31
                   DISPLAY "Expiration date must be a valid"
                       " YYYYMMDD date."
               ELSE
                   MOVE "Y" TO WS-LOT-OK
               END-IF
           END-PERFORM.

      * Puts the whole stock of an item just switched to lot control
      * into one opening lot at every location holding stock.
       OPEN-LOTS-FOR-STOCK.
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > 3
               IF ITEM-LOC-QTY(WS-LOC-IX) > 0
                   MOVE WS-LOC-IX TO WS-LOT-LOC
                   MOVE ITEM-LOC-QTY(WS-LOC-IX) TO WS-LOT-ADD-QTY
                   PERFORM ADD-TO-LOT
               END-IF
           END-PERFORM.

      * Removes every lot of ITEM-ID; used when the item is deleted
      * or taken off lot control.
       DELETE-ITEM-LOTS.
           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS = "00"
               MOVE ITEM-ID TO LOT-ITEM-ID
               MOVE 0 TO LOT-LOCATION
               MOVE LOW-VALUES TO LOT-NUMBER
               START LOT-FILE KEY IS >= LOT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
                       PERFORM UNTIL WS-EOF-FLAG = "Y"
                           READ LOT-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-EOF-FLAG
                               NOT AT END
                                   IF LOT-ITEM-ID NOT = ITEM-ID
                                       MOVE "Y" TO WS-EOF-FLAG
                                   ELSE
                                       DELETE LOT-FILE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE LOT-FILE
           END-IF.

      * Purchase orders over their creator's approval limit wait
      * here for a supervisor.  The order must be within the
      * approving supervisor's own limit, and nobody approves an
      * order they raised themselves.
       APPROVE-PURCHASE-ORDERS.
           PERFORM CHECK-SUPERVISOR
           IF WS-AUTH-OK = "Y"
               OPEN I-O PO-FILE
               IF WS-PO-STATUS = "35" OR WS-PO-STATUS = "91"
                   DISPLAY "No purchase orders found."
               ELSE
                   IF WS-PO-STATUS NOT = "00"
                       DISPLAY "Unable to open purchase order file,"
                           " status=" WS-PO-STATUS
                   ELSE
                       OPEN I-O PO-LINE-FILE
                       IF WS-PO-LINE-STATUS NOT = "00"
                           DISPLAY "Unable to open purchase order"
                               " line file, status="
                               WS-PO-LINE-STATUS
                       ELSE
                           PERFORM APPROVE-PO-ENTRY
                           CLOSE PO-LINE-FILE
                       END-IF
                       CLOSE PO-FILE
                   END-IF
               END-IF
           END-IF.

       APPROVE-PO-ENTRY.
           PERFORM LIST-PENDING-POS
           IF WS-PENDING-COUNT = 0
               DISPLAY "No purchase orders are pending approval."
           ELSE
               MOVE 1 TO I-PO-NUMBER
               PERFORM UNTIL I-PO-NUMBER = 0
                   DISPLAY "Enter the PO number to approve or reject"
                       " (0 to finish): " NO ADVANCING
                   ACCEPT I-PO-NUMBER
                   IF I-PO-NUMBER NOT = 0
                       PERFORM DECIDE-PENDING-PO
                   END-IF
               END-PERFORM
           END-IF.

       LIST-PENDING-POS.
           MOVE 0 TO WS-PENDING-COUNT
           DISPLAY "PO-NO VNDR  VENDOR-NAME          CREATED "
               " EXPECTED          VALUE"
           DISPLAY "----------------------------------------"
               "-------------------------"
           MOVE 0 TO PO-NUMBER
           START PO-FILE KEY IS >= PO-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ PO-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF PO-STATUS = "W"
                                   ADD 1 TO WS-PENDING-COUNT
                                   MOVE PO-ORDER-VALUE
                                       TO WS-PO-VALUE-EDIT
                                   DISPLAY PO-NUMBER " "
                                       PO-VENDOR-ID " "
                                       PO-VENDOR-NAME " "
                                       PO-CREATED-BY " "
                                       PO-EXPECTED-DATE " "
                                       WS-PO-VALUE-EDIT
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       DECIDE-PENDING-PO.
           MOVE I-PO-NUMBER TO PO-NUMBER
           READ PO-FILE KEY IS PO-NUMBER
               INVALID KEY
                   DISPLAY "Purchase order not found."
               NOT INVALID KEY
                   IF PO-STATUS NOT = "W"
                       DISPLAY "Purchase order is not pending"
                           " approval."
                   ELSE
                       IF PO-CREATED-BY = WS-OPERATOR-ID
                           DISPLAY "You raised this purchase order;"
                               " another supervisor must approve"
                               " it."
                       ELSE
                           PERFORM APPROVE-OR-REJECT-PO
                       END-IF
                   END-IF
           END-READ.

       APPROVE-OR-REJECT-PO.
           MOVE PO-ORDER-VALUE TO WS-PO-VALUE-EDIT
           DISPLAY "PO " PO-NUMBER " for " PO-VENDOR-NAME
               " raised by " PO-CREATED-BY " value "
               WS-PO-VALUE-EDIT
           PERFORM SHOW-PO-OPEN-LINES
           DISPLAY "A = approve, R = reject, anything else leaves it"
               " pending: " NO ADVANCING
           ACCEPT WS-APPROVE-CHOICE
           EVALUATE WS-APPROVE-CHOICE
               WHEN "A"
               WHEN "a"
                   IF PO-ORDER-VALUE > WS-OPERATOR-LIMIT
                       MOVE WS-OPERATOR-LIMIT TO WS-LIMIT-EDIT
                       DISPLAY "Order value is over your own approval"
                           " limit of " WS-LIMIT-EDIT
                           "; not approved."
                   ELSE
                       MOVE "O" TO PO-STATUS
                       MOVE WS-OPERATOR-ID TO PO-APPROVED-BY
                       REWRITE PO-RECORD
                       IF WS-PO-STATUS = "00"
                           DISPLAY "PO " PO-NUMBER " approved; it"
                               " can now be received."
                       ELSE
                           DISPLAY "Unable to approve PO, status="
                               WS-PO-STATUS
                       END-IF
                   END-IF
               WHEN "R"
               WHEN "r"
                   PERFORM REJECT-PENDING-PO
               WHEN OTHER
                   DISPLAY "PO " PO-NUMBER " left pending."
           END-EVALUATE.

      * A rejected order is closed with every line cancelled, so it
      * drops off the on-order netting and the open PO reports.
       REJECT-PENDING-PO.
           MOVE PO-NUMBER TO PO-LINE-PO-NUMBER
           MOVE 0 TO PO-LINE-NUMBER
           START PO-LINE-FILE KEY IS >= PO-LINE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-LINE-EOF-FLAG
                   PERFORM UNTIL WS-LINE-EOF-FLAG = "Y"
                       READ PO-LINE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-LINE-EOF-FLAG
                           NOT AT END
                               IF PO-LINE-PO-NUMBER NOT = PO-NUMBER
                                   MOVE "Y" TO WS-LINE-EOF-FLAG
                               ELSE
                                   MOVE "C" TO PO-LINE-STATUS
                                   REWRITE PO-LINE-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "C" TO PO-STATUS
           MOVE WS-OPERATOR-ID TO PO-APPROVED-BY
           REWRITE PO-RECORD
           IF WS-PO-STATUS = "00"
               DISPLAY "PO " PO-NUMBER " rejected; order closed."
           ELSE
               DISPLAY "Unable to reject PO, status=" WS-PO-STATUS
           END-IF.

      * Purchase price variance by vendor and item over the lines
      * last received on or after a chosen date: stocking units
      * received, average agreed and actual unit cost, and the
      * dollar variance at actual less agreed, so a positive figure
      * is money paid over the agreed price.  Lines with no agreed
      * cost (raised before agreed costs were kept) are left out.
       PPV-REPORT.
           DISPLAY "Enter the first receipt date to include"
               " (YYYYMMDD, 0 for all): " NO ADVANCING
           ACCEPT WS-PPV-FROM-DATE
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS = "35" OR WS-PO-STATUS = "91"
               DISPLAY "No purchase orders found."
           ELSE
               OPEN INPUT PO-LINE-FILE
               IF WS-PO-LINE-STATUS NOT = "00"
                   DISPLAY "Unable to open purchase order line file,"
                       " status=" WS-PO-LINE-STATUS
                   CLOSE PO-FILE
               ELSE
                   MOVE 0 TO WS-PPV-COUNT
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ PO-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM PPV-TALLY-ONE-PO
                       END-READ
                   END-PERFORM
                   CLOSE PO-LINE-FILE
                   CLOSE PO-FILE
                   IF WS-PPV-COUNT = 0
                       DISPLAY "No lines received at an agreed cost"
                           " to report."
                   ELSE
                       PERFORM SORT-PPV-TABLE
                       PERFORM WRITE-PPV-REPORT
                   END-IF
               END-IF
           END-IF.

       PPV-TALLY-ONE-PO.
           MOVE PO-NUMBER TO PO-LINE-PO-NUMBER
           MOVE 0 TO PO-LINE-NUMBER
           START PO-LINE-FILE KEY IS >= PO-LINE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-LINE-EOF-FLAG
                   PERFORM UNTIL WS-LINE-EOF-FLAG = "Y"
                       READ PO-LINE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-LINE-EOF-FLAG
                           NOT AT END
                               IF PO-LINE-PO-NUMBER NOT = PO-NUMBER
                                   MOVE "Y" TO WS-LINE-EOF-FLAG
                               ELSE
                                   IF PO-LINE-RECEIVED-EACHES > 0
                                       AND PO-LINE-AGREED-COST > 0
                                       AND PO-LINE-RECEIPT-DATE >=
                                           WS-PPV-FROM-DATE
                                       PERFORM PPV-TALLY-ONE-LINE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       PPV-TALLY-ONE-LINE.
           MOVE 0 TO WS-PPV-FOUND
           PERFORM VARYING WS-PPV-IX FROM 1 BY 1
                   UNTIL WS-PPV-IX > WS-PPV-COUNT
                   OR WS-PPV-FOUND NOT = 0
               IF WS-PPV-VENDOR(WS-PPV-IX) = PO-VENDOR-ID
                   AND WS-PPV-ITEM(WS-PPV-IX) = PO-LINE-ITEM-ID
                   MOVE WS-PPV-IX TO WS-PPV-FOUND
               END-IF
           END-PERFORM
           IF WS-PPV-FOUND = 0
               IF WS-PPV-COUNT < 500
                   ADD 1 TO WS-PPV-COUNT
                   MOVE PO-VENDOR-ID TO WS-PPV-VENDOR(WS-PPV-COUNT)
                   MOVE PO-LINE-ITEM-ID TO WS-PPV-ITEM(WS-PPV-COUNT)
                   MOVE PO-VENDOR-NAME
                       TO WS-PPV-VENDOR-NAME(WS-PPV-COUNT)
                   MOVE 0 TO WS-PPV-EACHES(WS-PPV-COUNT)
                   MOVE 0 TO WS-PPV-AGREED-VALUE(WS-PPV-COUNT)
                   MOVE 0 TO WS-PPV-ACTUAL-VALUE(WS-PPV-COUNT)
                   MOVE WS-PPV-COUNT TO WS-PPV-FOUND
               ELSE
                   DISPLAY "More than 500 vendor/item pairs; report"
                       " truncated."
               END-IF
           END-IF
           IF WS-PPV-FOUND NOT = 0
               ADD PO-LINE-RECEIVED-EACHES
                   TO WS-PPV-EACHES(WS-PPV-FOUND)
               COMPUTE WS-PPV-AGREED-VALUE(WS-PPV-FOUND) =
                   WS-PPV-AGREED-VALUE(WS-PPV-FOUND) +
                   PO-LINE-RECEIVED-EACHES * PO-LINE-AGREED-COST
               ADD PO-LINE-RECEIVED-VALUE
                   TO WS-PPV-ACTUAL-VALUE(WS-PPV-FOUND)
           END-IF.

       SORT-PPV-TABLE.
           PERFORM VARYING WS-PPV-IX FROM 1 BY 1
                   UNTIL WS-PPV-IX >= WS-PPV-COUNT
               PERFORM VARYING WS-PPV-JX FROM 1 BY 1
                       UNTIL WS-PPV-JX >=
                           WS-PPV-COUNT - WS-PPV-IX + 1
                   IF WS-PPV-VENDOR(WS-PPV-JX) >
                           WS-PPV-VENDOR(WS-PPV-JX + 1)
                       OR (WS-PPV-VENDOR(WS-PPV-JX) =
                           WS-PPV-VENDOR(WS-PPV-JX + 1)
                       AND WS-PPV-ITEM(WS-PPV-JX) >
                           WS-PPV-ITEM(WS-PPV-JX + 1))
                       MOVE WS-PPV-ENTRY(WS-PPV-JX)
                           TO WS-PPV-SWAP
                       MOVE WS-PPV-ENTRY(WS-PPV-JX + 1)
                           TO WS-PPV-ENTRY(WS-PPV-JX)
                       MOVE WS-PPV-SWAP
                           TO WS-PPV-ENTRY(WS-PPV-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-PPV-REPORT.
           OPEN OUTPUT PPV-REPORT-FILE
           IF WS-PPV-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open purchase_price_variance_report"
                   ".txt, status=" WS-PPV-REPORT-STATUS
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "VENDR  ITEM      RECEIVED     AGREED      "
                   "ACTUAL         VARIANCE"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO PPV-REPORT-RECORD
               WRITE PPV-REPORT-RECORD
               DISPLAY WS-REPORT-LINE
               MOVE 0 TO WS-PPV-VENDOR-TOTAL
               MOVE 0 TO WS-PPV-GRAND-TOTAL
               MOVE WS-PPV-VENDOR(1) TO WS-PPV-CURR-VENDOR
               PERFORM VARYING WS-PPV-IX FROM 1 BY 1
                       UNTIL WS-PPV-IX > WS-PPV-COUNT
                   IF WS-PPV-VENDOR(WS-PPV-IX) NOT =
                           WS-PPV-CURR-VENDOR
                       COMPUTE WS-PPV-JX = WS-PPV-IX - 1
                       PERFORM WRITE-PPV-VENDOR-TOTAL
                       MOVE WS-PPV-VENDOR(WS-PPV-IX)
                           TO WS-PPV-CURR-VENDOR
                       MOVE 0 TO WS-PPV-VENDOR-TOTAL
                   END-IF
                   PERFORM WRITE-PPV-ITEM-LINE
               END-PERFORM
               MOVE WS-PPV-COUNT TO WS-PPV-JX
               PERFORM WRITE-PPV-VENDOR-TOTAL
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "GRAND TOTAL VARIANCE" TO WS-REPORT-LINE
               MOVE WS-PPV-GRAND-TOTAL TO WS-PPV-VARIANCE-EDIT
               MOVE WS-PPV-VARIANCE-EDIT TO WS-REPORT-LINE(51:15)
               MOVE WS-REPORT-LINE TO PPV-REPORT-RECORD
               WRITE PPV-REPORT-RECORD
               DISPLAY WS-REPORT-LINE
               CLOSE PPV-REPORT-FILE
               DISPLAY "Purchase price variance report written to"
                   " purchase_price_variance_report.txt"
           END-IF.

       WRITE-PPV-ITEM-LINE.
           COMPUTE WS-PPV-UNIT-AGREED ROUNDED =
               WS-PPV-AGREED-VALUE(WS-PPV-IX) /
               WS-PPV-EACHES(WS-PPV-IX)
           COMPUTE WS-PPV-UNIT-ACTUAL ROUNDED =
               WS-PPV-ACTUAL-VALUE(WS-PPV-IX) /
               WS-PPV-EACHES(WS-PPV-IX)
           COMPUTE WS-PPV-VARIANCE =
               WS-PPV-ACTUAL-VALUE(WS-PPV-IX) -
               WS-PPV-AGREED-VALUE(WS-PPV-IX)
           ADD WS-PPV-VARIANCE TO WS-PPV-VENDOR-TOTAL
           ADD WS-PPV-VARIANCE TO WS-PPV-GRAND-TOTAL
           MOVE WS-PPV-EACHES(WS-PPV-IX) TO WS-PPV-QTY-EDIT
           MOVE WS-PPV-UNIT-AGREED TO WS-PRICE-EDIT
           MOVE WS-PPV-UNIT-ACTUAL TO WS-COST-EDIT
           MOVE WS-PPV-VARIANCE TO WS-PPV-VARIANCE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PPV-VENDOR(WS-PPV-IX) "  "
               WS-PPV-ITEM(WS-PPV-IX) "  "
               WS-PPV-QTY-EDIT "  "
               WS-PRICE-EDIT "   "
               WS-COST-EDIT "  "
               WS-PPV-VARIANCE-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO PPV-REPORT-RECORD
           WRITE PPV-REPORT-RECORD
           DISPLAY WS-REPORT-LINE.

      * WS-PPV-JX points at the vendor's last entry, for its name.
       WRITE-PPV-VENDOR-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TOTAL " WS-PPV-CURR-VENDOR " "
               WS-PPV-VENDOR-NAME(WS-PPV-JX)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-PPV-VENDOR-TOTAL TO WS-PPV-VARIANCE-EDIT
           MOVE WS-PPV-VARIANCE-EDIT TO WS-REPORT-LINE(51:15)
           MOVE WS-REPORT-LINE TO PPV-REPORT-RECORD
           WRITE PPV-REPORT-RECORD
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO PPV-REPORT-RECORD
           WRITE PPV-REPORT-RECORD.

      * Customer return against a shipped sales order.  The units
      * returned may not exceed what shipped on the order less what
      * earlier returns already took back.  Restocked units re-enter
      * the chosen location at the cost they shipped at and roll
      * into the average cost like a receipt; scrapped units are
      * written off.  Both are logged with the customer and order so
      * the audit trail ties the goods back to the shipment.
       CUSTOMER-RETURN.
           DISPLAY "Enter the sales order number being returned: "
               NO ADVANCING
           ACCEPT I-SO-NUMBER

           MOVE "N" TO WS-RMA-OK
           OPEN INPUT SO-FILE
           IF WS-SO-STATUS = "35" OR WS-SO-STATUS = "91"
               DISPLAY "No sales orders found."
           ELSE
               MOVE I-SO-NUMBER TO SO-NUMBER
               READ SO-FILE KEY IS SO-NUMBER
                   INVALID KEY
                       DISPLAY "Sales order not found."
                   NOT INVALID KEY
                       MOVE SO-CUST-ID TO I-CUST-ID
                       MOVE SO-CUST-NAME TO I-CUST-NAME
                       MOVE SO-ITEM-ID TO I-ID
                       MOVE SO-SHIPPED-QTY TO WS-RMA-SHIPPED
                       MOVE SO-ORDER-DATE TO I-FROM-DATE
                       MOVE "Y" TO WS-RMA-OK
               END-READ
               CLOSE SO-FILE
           END-IF
           IF WS-RMA-OK = "Y"
               PERFORM SUM-PRIOR-RETURNS
               DISPLAY "Customer: " I-CUST-ID " " I-CUST-NAME
               DISPLAY "Item " I-ID ": shipped " WS-RMA-SHIPPED
                   ", already returned " WS-RMA-PRIOR-QTY
               IF WS-RMA-PRIOR-QTY >= WS-RMA-SHIPPED
                   DISPLAY "Nothing on this order is left to return."
               ELSE
                   COMPUTE WS-RMA-RETURNABLE =
                       WS-RMA-SHIPPED - WS-RMA-PRIOR-QTY
                   PERFORM CUSTOMER-RETURN-ENTRY
               END-IF
           END-IF.

       CUSTOMER-RETURN-ENTRY.
           DISPLAY "Up to " WS-RMA-RETURNABLE " may be returned."
           DISPLAY "Enter quantity returned: " NO ADVANCING
           ACCEPT I-RMA-QUANTITY
           EVALUATE TRUE
           WHEN I-RMA-QUANTITY = 0
               DISPLAY "Nothing returned."
           WHEN I-RMA-QUANTITY > WS-RMA-RETURNABLE
               DISPLAY "Cannot return " I-RMA-QUANTITY "; only "
                   WS-RMA-RETURNABLE " shipped and not yet returned."
           WHEN OTHER
               DISPLAY "How many go back into stock (the rest are"
                   " scrapped)? " NO ADVANCING
               ACCEPT I-RMA-RESTOCK
               IF I-RMA-RESTOCK > I-RMA-QUANTITY
                   DISPLAY "Cannot restock more than was returned."
               ELSE
                   COMPUTE WS-RMA-SCRAP =
                       I-RMA-QUANTITY - I-RMA-RESTOCK
                   MOVE 0 TO I-LOCATION
                   IF I-RMA-RESTOCK > 0
                       DISPLAY "Location receiving the restocked units:"
                       PERFORM GET-LOCATION
                   END-IF
                   DISPLAY "Enter the return reason: " NO ADVANCING
                   ACCEPT I-RMA-REASON
                   PERFORM FIND-SHIPPED-COST
                   PERFORM POST-CUSTOMER-RETURN
               END-IF
           END-EVALUATE.

      * Totals the earlier returns against the order and finds the
      * next free RMA number; the file reads back in RMA order, so
      * the last record read carries the highest number.
       SUM-PRIOR-RETURNS.
           MOVE 0 TO WS-RMA-PRIOR-QTY
           MOVE 1 TO WS-NEXT-RMA-NUMBER
           OPEN INPUT RMA-FILE
           IF WS-RMA-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RMA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RMA-SO-NUMBER = I-SO-NUMBER
                               ADD RMA-RETURN-QTY TO WS-RMA-PRIOR-QTY
                           END-IF
                           COMPUTE WS-NEXT-RMA-NUMBER = RMA-NUMBER + 1
                   END-READ
               END-PERFORM
               CLOSE RMA-FILE
           END-IF.

      * The cost the goods shipped at is the NEWCOST on the ISSUE
      * line for the order.  The archived months back to the order
      * date are read oldest first and then the live log, so the
      * latest matching line wins.  Left at zero when no such line
      * survives (an order shipped before costs were logged).
       FIND-SHIPPED-COST.
           MOVE 0 TO WS-RMA-UNIT-COST
           PERFORM BUILD-ARCHIVE-MONTH-LIST
           PERFORM VARYING WS-ARCH-IX FROM WS-ARCH-COUNT BY -1
                   UNTIL WS-ARCH-IX < 1
               PERFORM SCAN-ARCHIVED-MONTH-COST
           END-PERFORM
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TRANSACTION-LOG-RECORD TO WS-HIST-LINE
                           PERFORM CHECK-ONE-SHIPPED-COST-LINE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       SCAN-ARCHIVED-MONTH-COST.
           MOVE WS-ARCH-TAB(WS-ARCH-IX) TO WS-ARCH-MONTH
           PERFORM SET-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ARCHIVE-LOG-RECORD TO WS-HIST-LINE
                           PERFORM CHECK-ONE-SHIPPED-COST-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-FILE
           END-IF.

       CHECK-ONE-SHIPPED-COST-LINE.
           IF WS-HIST-DATE IS NUMERIC
               AND WS-HIST-ID IS NUMERIC
               AND WS-HIST-ID = I-ID
               AND WS-HIST-OP = "ISSUE"
               AND WS-HIST-LINE(126:1) NOT = SPACE
               AND WS-HIST-LINE(149:1) NOT = SPACE
               AND WS-HIST-SO IS NUMERIC
               AND WS-HIST-SO = I-SO-NUMBER
               COMPUTE WS-RMA-UNIT-COST =
                   FUNCTION NUMVAL(WS-HIST-NEW-COST)
           END-IF.

       POST-CUSTOMER-RETURN.
           OPEN I-O RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "91"
               DISPLAY "No inventory records found."
           ELSE
               MOVE I-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       DISPLAY "Item " I-ID " is no longer in"
                           " inventory; return refused."
                   NOT INVALID KEY
                       IF WS-RMA-UNIT-COST = 0
                           MOVE ITEM-COST TO WS-RMA-UNIT-COST
                           DISPLAY "Shipment cost not found in the"
                               " log; valued at current cost."
                       END-IF
                       MOVE "Y" TO WS-RMA-POSTED
                       IF I-RMA-RESTOCK > 0
                           PERFORM RESTOCK-RETURNED-UNITS
                       END-IF
                       IF WS-RMA-POSTED = "Y" AND WS-RMA-SCRAP > 0
                           PERFORM LOG-SCRAPPED-UNITS
                       END-IF
                       IF WS-RMA-POSTED = "Y"
                           PERFORM WRITE-RMA-RECORD
                       END-IF
               END-READ
               CLOSE RECEIPT-FILE
           END-IF.

      * Restocked units come back at the cost they shipped at, so
      * the weighted-average cost rolls forward as for a receipt.
       RESTOCK-RETURNED-UNITS.
           IF ITEM-LOT-CONTROLLED = "Y"
               DISPLAY "Item is lot-controlled; the restocked units"
                   " go into one lot."
               PERFORM GET-LOT-DETAILS
           END-IF
           MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
           MOVE ITEM-COST TO WS-LOG-OLD-COST
           MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
           COMPUTE WS-NEW-AVG-COST ROUNDED =
               (ITEM-QUANTITY * ITEM-COST +
               I-RMA-RESTOCK * WS-RMA-UNIT-COST) /
               (ITEM-QUANTITY + I-RMA-RESTOCK)
               ON SIZE ERROR
                   DISPLAY "Average cost computation"
                       " overflowed; cost unchanged."
                   MOVE ITEM-COST TO WS-NEW-AVG-COST
           END-COMPUTE
           MOVE WS-NEW-AVG-COST TO ITEM-COST
           ADD I-RMA-RESTOCK TO ITEM-LOC-QTY(I-LOCATION)
           ADD I-RMA-RESTOCK TO ITEM-QUANTITY
           REWRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "00"
               MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
               MOVE ITEM-COST TO WS-LOG-NEW-COST
               MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
               MOVE I-LOCATION TO WS-LOG-LOCATION
               MOVE ITEM-LOC-QTY(I-LOCATION) TO WS-LOG-NEW-LOC-QTY
               MOVE I-CUST-ID TO WS-LOG-CUST
               MOVE I-SO-NUMBER TO WS-LOG-SO
               MOVE I-RMA-RESTOCK TO WS-LOG-EACH-QTY
               IF ITEM-LOT-CONTROLLED = "Y"
                   MOVE I-LOCATION TO WS-LOT-LOC
                   MOVE I-RMA-RESTOCK TO WS-LOT-ADD-QTY
                   PERFORM ADD-TO-LOT
                   MOVE I-LOT-NUMBER TO WS-LOG-LOT
               END-IF
               MOVE "RETURN" TO WS-LOG-OP
               PERFORM WRITE-TRANSACTION-LOG
               DISPLAY "Restocked " I-RMA-RESTOCK " at "
                   WS-LOC-NAME(I-LOCATION) "."
           ELSE
               MOVE "N" TO WS-RMA-POSTED
               DISPLAY "Unable to restock returned units, status="
                   WS-RECEIPT-STATUS
           END-IF.

      * Scrapped units never re-enter stock; the SCRAP line records
      * the write-off against the customer and order with the item's
      * quantities and cost unchanged.
       LOG-SCRAPPED-UNITS.
           MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
           MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
           MOVE ITEM-COST TO WS-LOG-OLD-COST
           MOVE ITEM-COST TO WS-LOG-NEW-COST
           MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
           MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
           MOVE 0 TO WS-LOG-LOCATION
           MOVE 0 TO WS-LOG-NEW-LOC-QTY
           MOVE I-CUST-ID TO WS-LOG-CUST
           MOVE I-SO-NUMBER TO WS-LOG-SO
           MOVE WS-RMA-SCRAP TO WS-LOG-EACH-QTY
           MOVE "SCRAP" TO WS-LOG-OP
           PERFORM WRITE-TRANSACTION-LOG
           DISPLAY "Scrapped " WS-RMA-SCRAP ".".

       WRITE-RMA-RECORD.
           OPEN I-O RMA-FILE
           IF WS-RMA-STATUS = "35" OR WS-RMA-STATUS = "91"
               OPEN OUTPUT RMA-FILE
               CLOSE RMA-FILE
               OPEN I-O RMA-FILE
           END-IF
           IF WS-RMA-STATUS NOT = "00"
               DISPLAY "Stock posted but unable to open the return"
                   " file, status=" WS-RMA-STATUS
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-NEXT-RMA-NUMBER TO RMA-NUMBER
               MOVE I-SO-NUMBER TO RMA-SO-NUMBER
               MOVE I-CUST-ID TO RMA-CUST-ID
               MOVE I-CUST-NAME TO RMA-CUST-NAME
               MOVE I-ID TO RMA-ITEM-ID
               MOVE I-RMA-QUANTITY TO RMA-RETURN-QTY
               MOVE I-RMA-RESTOCK TO RMA-RESTOCK-QTY
               MOVE WS-RMA-SCRAP TO RMA-SCRAP-QTY
               MOVE I-LOCATION TO RMA-LOCATION
               MOVE WS-RMA-UNIT-COST TO RMA-UNIT-COST
               MOVE WS-TODAY TO RMA-DATE
               MOVE I-RMA-REASON TO RMA-REASON
               MOVE WS-OPERATOR-ID TO RMA-OPER-ID
               WRITE RMA-RECORD
               IF WS-RMA-STATUS = "00"
                   DISPLAY "Return authorization " RMA-NUMBER
                       " recorded."
               ELSE
                   DISPLAY "Stock posted but unable to record the"
                       " return, status=" WS-RMA-STATUS
               END-IF
               CLOSE RMA-FILE
           END-IF.

      * One line per return authorization dated in the range, with
      * the restocked and scrapped units valued at the cost the goods
      * shipped at, and totals for the range.
       RETURNS-REGISTER.
           DISPLAY "Enter from date (YYYYMMDD, 0 for all): "
               NO ADVANCING
           ACCEPT I-FROM-DATE

           DISPLAY "Enter to date (YYYYMMDD, 0 for all): "
               NO ADVANCING
           ACCEPT I-TO-DATE
           IF I-TO-DATE = 0
               MOVE 99999999 TO I-TO-DATE
           END-IF

           OPEN INPUT RMA-FILE
           IF WS-RMA-STATUS = "35" OR WS-RMA-STATUS = "91"
               DISPLAY "No customer returns found."
           ELSE
               OPEN OUTPUT RETURNS-REGISTER-FILE
               IF WS-RETREG-STATUS NOT = "00"
                   DISPLAY "Unable to open returns_register.txt,"
                       " status=" WS-RETREG-STATUS
                   CLOSE RMA-FILE
               ELSE
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING "RMA   DATE     SO-NUM  CUST  ITEM-ID"
                       "  RETURNED  RESTOCK LOC  SCRAPPED"
                       " UNIT-COST  RESTOCK-VALUE    SCRAP-VALUE"
                       DELIMITED BY SIZE
                       INTO WS-REGISTER-LINE
                   END-STRING
                   MOVE WS-REGISTER-LINE TO RETURNS-REGISTER-RECORD
                   WRITE RETURNS-REGISTER-RECORD
                   MOVE 0 TO WS-RR-COUNT
                   MOVE 0 TO WS-RR-RETURNED
                   MOVE 0 TO WS-RR-RESTOCKED
                   MOVE 0 TO WS-RR-SCRAPPED
                   MOVE 0 TO WS-RR-RESTOCK-VALUE
                   MOVE 0 TO WS-RR-SCRAP-VALUE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ RMA-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF RMA-DATE >= I-FROM-DATE
                                   AND RMA-DATE <= I-TO-DATE
                                   PERFORM WRITE-RETURNS-REGISTER-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM WRITE-RETURNS-REGISTER-TOTALS
                   CLOSE RMA-FILE
                   CLOSE RETURNS-REGISTER-FILE
                   DISPLAY "Returns register written to"
                       " returns_register.txt"
               END-IF
           END-IF.

       WRITE-RETURNS-REGISTER-LINE.
           ADD 1 TO WS-RR-COUNT
           ADD RMA-RETURN-QTY TO WS-RR-RETURNED
           ADD RMA-RESTOCK-QTY TO WS-RR-RESTOCKED
           ADD RMA-SCRAP-QTY TO WS-RR-SCRAPPED
           COMPUTE WS-RR-LINE-RESTOCK =
               RMA-RESTOCK-QTY * RMA-UNIT-COST
           COMPUTE WS-RR-LINE-SCRAP =
               RMA-SCRAP-QTY * RMA-UNIT-COST
           ADD WS-RR-LINE-RESTOCK TO WS-RR-RESTOCK-VALUE
           ADD WS-RR-LINE-SCRAP TO WS-RR-SCRAP-VALUE
           MOVE RMA-UNIT-COST TO WS-COST-EDIT
           MOVE WS-RR-LINE-RESTOCK TO WS-RR-RESTOCK-EDIT
           MOVE WS-RR-LINE-SCRAP TO WS-RR-SCRAP-EDIT
           MOVE SPACES TO WS-REGISTER-LINE
           STRING RMA-NUMBER " " RMA-DATE " " RMA-SO-NUMBER "   "
               RMA-CUST-ID " " RMA-ITEM-ID "     "
               RMA-RETURN-QTY "    " RMA-RESTOCK-QTY "  "
               RMA-LOCATION "     " RMA-SCRAP-QTY " "
               WS-COST-EDIT " " WS-RR-RESTOCK-EDIT " "
               WS-RR-SCRAP-EDIT
               DELIMITED BY SIZE
               INTO WS-REGISTER-LINE
           END-STRING
           MOVE WS-REGISTER-LINE TO RETURNS-REGISTER-RECORD
           WRITE RETURNS-REGISTER-RECORD.

       WRITE-RETURNS-REGISTER-TOTALS.
           MOVE SPACES TO RETURNS-REGISTER-RECORD
           WRITE RETURNS-REGISTER-RECORD
           MOVE SPACES TO WS-REGISTER-LINE
           STRING "RETURNS: " WS-RR-COUNT
               "  UNITS RETURNED: " WS-RR-RETURNED
               "  RESTOCKED: " WS-RR-RESTOCKED
               "  SCRAPPED: " WS-RR-SCRAPPED
               DELIMITED BY SIZE
               INTO WS-REGISTER-LINE
           END-STRING
           MOVE WS-REGISTER-LINE TO RETURNS-REGISTER-RECORD
           WRITE RETURNS-REGISTER-RECORD
           MOVE WS-RR-RESTOCK-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO WS-REGISTER-LINE
           STRING "VALUE RESTOCKED: " WS-VALUE-EDIT
               DELIMITED BY SIZE
               INTO WS-REGISTER-LINE
           END-STRING
           MOVE WS-REGISTER-LINE TO RETURNS-REGISTER-RECORD
           WRITE RETURNS-REGISTER-RECORD
           MOVE WS-RR-SCRAP-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO WS-REGISTER-LINE
           STRING "VALUE SCRAPPED:  " WS-VALUE-EDIT
               DELIMITED BY SIZE
               INTO WS-REGISTER-LINE
           END-STRING
           MOVE WS-REGISTER-LINE TO RETURNS-REGISTER-RECORD
           WRITE RETURNS-REGISTER-RECORD.
