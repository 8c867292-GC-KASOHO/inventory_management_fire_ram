       IDENTIFICATION DIVISION.
       PROGRAM-ID. inventory_invoice.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same literals inventory_management.cbl uses, so the billing
      * run reads the shipments that program logged and prices them
      * from the inventory file it maintains when run from the same
      * working directory.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transaction_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      * Last month's closed log, translog_YYYYMM.txt (built at run
      * time in WS-ARCHIVE-NAME).  The month-end close can archive
      * the last day of a month before that day has been billed, so
      * the previous month is read as well; lines already billed are
      * recognised by their invoice line key and skipped.
           SELECT ARCHIVE-LOG-FILE ASSIGN TO WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "receipt.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUSTOMER-STATUS.

      * One invoice per customer per shipping day.
           SELECT INVOICE-FILE ASSIGN TO "invoice_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-NUMBER
           FILE STATUS IS WS-INVOICE-STATUS.

      * One record per billed ISSUE line.  The key identifies the log
      * line itself (sales order, log date and time, and a sequence
      * for lines of the same order logged in the same second), so a
      * shipment is billed at most once however often the run is
      * repeated.
           SELECT INVOICE-LINE-FILE ASSIGN TO "invoice_line_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVL-KEY
           FILE STATUS IS WS-INVL-STATUS.

      * Invoice register and sales/COGS journal.  Bare device-style
      * names, resolved through DD_INVREG and DD_SLSJRNL - see
      * jcl/INVBATCH.jcl.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SALES-JOURNAL-FILE ASSIGN TO "SLSJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-LOG-FILE.

       01 TRANSACTION-LOG-RECORD PIC X(240).

       FD ARCHIVE-LOG-FILE.

       01 ARCHIVE-LOG-RECORD PIC X(240).

       FD RECEIPT-FILE.

      * ITEM-QUANTITY is the company-wide on-hand total and must
      * always equal the sum of the three ITEM-LOC-QTY buckets
      * (1 = MAIN WHSE, 2 = STOCKROOM A, 3 = STOCKROOM B).
       01 RECEIPT-RECORD.
           05 ITEM-ID PIC 9(5).
           05 ITEM-NAME PIC X(20).
           05 ITEM-PRICE PIC 9(5)V99.
           05 ITEM-COST PIC 9(5)V99.
           05 ITEM-QUANTITY PIC 9(5).
           05 ITEM-LOC-QTY PIC 9(5) OCCURS 3 TIMES.
           05 ITEM-REORDER-POINT PIC 9(5).
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

       FD CUSTOMER-FILE.

      * CUST-CREDIT-LIMIT of zero means no limit is enforced.  The
      * invoicing run adds each invoice to CUST-AR-BALANCE; Record
      * Payment in inventory_management.cbl takes payments off it.
       01 CUSTOMER-RECORD.
           05 CUST-ID PIC 9(5).
           05 CUST-NAME PIC X(20).
           05 CUST-PHONE PIC X(12).
           05 CUST-ADDRESS PIC X(30).
           05 CUST-ACTIVE PIC X(1).
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-AR-BALANCE PIC S9(7)V99.

       FD INVOICE-FILE.

      * INV-AMOUNT is the selling value billed, INV-COST the cost of
      * the goods shipped at the unit cost logged on each ISSUE line.
      * INV-RUN-DATE is the last run that billed lines to the invoice.
       01 INVOICE-RECORD.
           05 INV-NUMBER PIC 9(6).
           05 INV-CUST-ID PIC 9(5).
           05 INV-CUST-NAME PIC X(20).
           05 INV-SHIP-DATE PIC 9(8).
           05 INV-RUN-DATE PIC 9(8).
           05 INV-LINE-COUNT PIC 9(3).
           05 INV-AMOUNT PIC 9(9)V99.
           05 INV-COST PIC 9(9)V99.

       FD INVOICE-LINE-FILE.

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

       FD INVOICE-REGISTER-FILE.

       01 INVOICE-REGISTER-RECORD PIC X(100).

       FD SALES-JOURNAL-FILE.

       01 SALES-JOURNAL-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-CUSTOMER-STATUS PIC X(2).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-INVL-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BILL-FROM-IN PIC X(8).
       01 WS-BILL-FROM PIC 9(8) VALUE 0.
       01 WS-INVOICE-RC PIC 9(2) VALUE 0.
       01 WS-ITEMS-OPEN PIC X(1) VALUE "N".
       01 WS-ARCHIVE-NAME PIC X(20).
       01 WS-ARCH-MONTH PIC 9(6).
       01 WS-ARCH-MONTH-SPLIT REDEFINES WS-ARCH-MONTH.
           05 WS-ARCH-YEAR PIC 9(4).
           05 WS-ARCH-MM PIC 9(2).
       01 WS-NEXT-INV-NUMBER PIC 9(6) VALUE 0.
       01 WS-PREV-SO PIC X(5) VALUE SPACES.
       01 WS-PREV-DATE PIC 9(8) VALUE 0.
       01 WS-PREV-TIME PIC X(8) VALUE SPACES.
       01 WS-LINE-SEQ PIC 9(2) VALUE 0.
       01 WS-LINE-OLD-QTY PIC 9(5).
       01 WS-LINE-NEW-QTY PIC 9(5).
       01 WS-LINE-SO PIC 9(5).
       01 WS-LINE-CUST PIC 9(5).
       01 WS-LINE-QTY PIC 9(5).
       01 WS-LINE-PRICE PIC 9(5)V99.
       01 WS-LINE-COST PIC 9(5)V99.
       01 WS-LINE-AMOUNT PIC 9(9)V99.
       01 WS-LINE-COGS PIC 9(9)V99.
       01 WS-LINE-BILLABLE PIC X(1).
       01 WS-BILLED-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-INVOICE-COUNT PIC 9(5) VALUE 0.
       01 WS-JOURNAL-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-REVENUE PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-COGS PIC 9(11)V99 VALUE 0.
       01 WS-REPORT-LINE PIC X(100).
       01 WS-JOURNAL-LINE PIC X(100).
       01 WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COST-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-AMT-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-COST-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REVENUE-OUT PIC 9(9).99.
       01 WS-COGS-OUT PIC 9(9).99.
       01 WS-TOTAL-REVENUE-OUT PIC 9(11).99.
       01 WS-TOTAL-COGS-OUT PIC 9(11).99.
      * Invoices billed to by this run, one per customer and
      * shipping day, whether opened by this run or found on file
      * from an earlier one; the next shipment for the same pair
      * lands on the same invoice.
       01 WS-INV-TAB-COUNT PIC 9(4) VALUE 0.
       01 WS-INV-TAB-IX PIC 9(4).
       01 WS-INV-TAB-FOUND PIC 9(4).
       01 WS-FILED-INV-NUMBER PIC 9(6).
       01 WS-INV-EOF-FLAG PIC X(1).
       01 WS-INVOICE-TABLE.
           05 WS-INV-ENTRY OCCURS 500 TIMES.
               10 WS-INV-TAB-CUST PIC 9(5).
               10 WS-INV-TAB-DATE PIC 9(8).
               10 WS-INV-TAB-NUMBER PIC 9(6).
       01 WS-HIST-LINE.
           05 WS-HIST-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-HIST-TIME PIC X(8).
           05 FILLER PIC X(4).
           05 WS-HIST-ID PIC 9(5).
           05 FILLER PIC X(4).
           05 WS-HIST-OP PIC X(6).
           05 FILLER PIC X(10).
           05 WS-HIST-OLD-PRICE PIC 9(5).99.
           05 FILLER PIC X(10).
           05 WS-HIST-NEW-PRICE PIC 9(5).99.
           05 FILLER PIC X(8).
           05 WS-HIST-OLD-QTY PIC X(5).
           05 FILLER PIC X(8).
           05 WS-HIST-NEW-QTY PIC X(5).
           05 FILLER PIC X(5).
           05 WS-HIST-LOC PIC X(1).
           05 FILLER PIC X(11).
           05 WS-HIST-LOC-QTY PIC X(5).
      * Customer fields begin at column 121; lines written before
      * sales orders existed end at column 120, so a blank in
      * column 126 means the line carries no customer data.
           05 FILLER PIC X(6).
           05 WS-HIST-CUST PIC X(5).
           05 FILLER PIC X(4).
           05 WS-HIST-SO PIC X(5).
      * Cost fields begin at column 141; a blank in column 149 means
      * the line was written before unit cost was separated from
      * selling price.
           05 FILLER PIC X(9).
           05 WS-HIST-OLD-COST PIC 9(5).99.
           05 FILLER PIC X(9).
           05 WS-HIST-NEW-COST PIC 9(5).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BILL-FROM-IN FROM ENVIRONMENT "BILLFROM"
           IF WS-BILL-FROM-IN IS NUMERIC
               MOVE WS-BILL-FROM-IN TO WS-BILL-FROM
           END-IF
           PERFORM OPEN-BILLING-FILES
           IF WS-INVOICE-RC = 0
               PERFORM FIND-NEXT-INVOICE-NUMBER
               PERFORM BILL-PRIOR-MONTH-ARCHIVE
               PERFORM BILL-LIVE-LOG
               CLOSE CUSTOMER-FILE
               IF WS-ITEMS-OPEN = "Y"
                   CLOSE RECEIPT-FILE
               END-IF
               PERFORM WRITE-INVOICE-REGISTER
               PERFORM WRITE-SALES-JOURNAL
               CLOSE INVOICE-FILE
               CLOSE INVOICE-LINE-FILE
               DISPLAY "Invoicing complete. Lines billed="
                   WS-BILLED-COUNT " Invoices=" WS-INVOICE-COUNT
                   " Exceptions=" WS-EXCEPTION-COUNT
               IF WS-EXCEPTION-COUNT > 0 AND WS-INVOICE-RC = 0
                   MOVE 4 TO WS-INVOICE-RC
               END-IF
           END-IF
           MOVE WS-INVOICE-RC TO RETURN-CODE
           STOP RUN.

      * The invoice files are created on the first run.  Without the
      * customer file nothing can be billed; without the inventory
      * file lines are priced from the selling price on the log line.
       OPEN-BILLING-FILES.
           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-STATUS = "35" OR WS-INVOICE-STATUS = "91"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF
           OPEN I-O INVOICE-LINE-FILE
           IF WS-INVL-STATUS = "35" OR WS-INVL-STATUS = "91"
               OPEN OUTPUT INVOICE-LINE-FILE
               CLOSE INVOICE-LINE-FILE
               OPEN I-O INVOICE-LINE-FILE
           END-IF
           IF WS-INVOICE-STATUS NOT = "00"
               OR WS-INVL-STATUS NOT = "00"
               DISPLAY "Unable to open invoice files, status="
                   WS-INVOICE-STATUS "/" WS-INVL-STATUS
                   "; nothing billed."
               MOVE 12 TO WS-INVOICE-RC
           ELSE
               OPEN I-O CUSTOMER-FILE
               IF WS-CUSTOMER-STATUS NOT = "00"
                   DISPLAY "Customer file not found, status="
                       WS-CUSTOMER-STATUS "; nothing billed."
                   MOVE 12 TO WS-INVOICE-RC
                   CLOSE INVOICE-FILE
                   CLOSE INVOICE-LINE-FILE
               ELSE
                   OPEN INPUT RECEIPT-FILE
                   IF WS-RECEIPT-STATUS = "00"
                       MOVE "Y" TO WS-ITEMS-OPEN
                   ELSE
                       DISPLAY "Inventory file not found, status="
                           WS-RECEIPT-STATUS "; pricing from the"
                           " log lines."
                   END-IF
               END-IF
           END-IF.

       FIND-NEXT-INVOICE-NUMBER.
           MOVE 0 TO WS-NEXT-INV-NUMBER
           MOVE 0 TO INV-NUMBER
           START INVOICE-FILE KEY IS >= INV-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE INV-NUMBER TO WS-NEXT-INV-NUMBER
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-INV-NUMBER.

       BILL-PRIOR-MONTH-ARCHIVE.
           COMPUTE WS-ARCH-MONTH = WS-RUN-DATE / 100
           IF WS-ARCH-MM = 1
               SUBTRACT 1 FROM WS-ARCH-YEAR
               MOVE 12 TO WS-ARCH-MM
           ELSE
               SUBTRACT 1 FROM WS-ARCH-MM
           END-IF
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "translog_" WS-ARCH-MONTH ".txt"
               DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ARCHIVE-LOG-RECORD TO WS-HIST-LINE
                           PERFORM CHECK-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-FILE
           END-IF.

       BILL-LIVE-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "Transaction log not found; no shipments to"
                   " bill."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TRANSACTION-LOG-RECORD TO WS-HIST-LINE
                           PERFORM CHECK-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

      * A shipment is an ISSUE line carrying a sales order number.
      * Lines dated the run date are left for the next run, so each
      * customer's shipping day is complete before it is invoiced
      * and lands on a single invoice.
       CHECK-ONE-LOG-LINE.
           IF WS-HIST-DATE IS NUMERIC
               AND WS-HIST-ID IS NUMERIC
               AND WS-HIST-OP = "ISSUE"
               AND WS-HIST-LINE(126:1) NOT = SPACE
               AND WS-HIST-SO IS NUMERIC
               AND WS-HIST-CUST IS NUMERIC
               AND WS-HIST-DATE < WS-RUN-DATE
               AND WS-HIST-DATE >= WS-BILL-FROM
               MOVE WS-HIST-SO TO WS-LINE-SO
               IF WS-LINE-SO > 0
                   PERFORM BILL-ONE-SHIPMENT
               END-IF
           END-IF.

       BILL-ONE-SHIPMENT.
           IF WS-HIST-SO = WS-PREV-SO
               AND WS-HIST-DATE = WS-PREV-DATE
               AND WS-HIST-TIME = WS-PREV-TIME
               ADD 1 TO WS-LINE-SEQ
           ELSE
               MOVE 1 TO WS-LINE-SEQ
               MOVE WS-HIST-SO TO WS-PREV-SO
               MOVE WS-HIST-DATE TO WS-PREV-DATE
               MOVE WS-HIST-TIME TO WS-PREV-TIME
           END-IF
           MOVE WS-LINE-SO TO INVL-SO-NUMBER
           MOVE WS-HIST-DATE TO INVL-SHIP-DATE
           MOVE WS-HIST-TIME TO INVL-SHIP-TIME
           MOVE WS-LINE-SEQ TO INVL-SEQ
           READ INVOICE-LINE-FILE KEY IS INVL-KEY
               INVALID KEY
                   PERFORM PRICE-SHIPMENT-LINE
                   IF WS-LINE-BILLABLE = "Y"
                       PERFORM POST-SHIPMENT-LINE
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * Quantity shipped is the drop in company-wide on hand the line
      * records.  Revenue is at the item's selling price; cost of
      * goods is at the unit cost logged on the line (the item's
      * current cost for lines logged before cost was carried).
       PRICE-SHIPMENT-LINE.
           MOVE "Y" TO WS-LINE-BILLABLE
           MOVE WS-HIST-CUST TO WS-LINE-CUST
           MOVE WS-HIST-OLD-QTY TO WS-LINE-OLD-QTY
           MOVE WS-HIST-NEW-QTY TO WS-LINE-NEW-QTY
           IF WS-LINE-OLD-QTY > WS-LINE-NEW-QTY
               COMPUTE WS-LINE-QTY = WS-LINE-OLD-QTY - WS-LINE-NEW-QTY
           ELSE
               MOVE 0 TO WS-LINE-QTY
               MOVE "N" TO WS-LINE-BILLABLE
           END-IF
           MOVE WS-HIST-NEW-PRICE TO WS-LINE-PRICE
           MOVE 0 TO WS-LINE-COST
           IF WS-ITEMS-OPEN = "Y"
               MOVE WS-HIST-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-PRICE TO WS-LINE-PRICE
                       MOVE ITEM-COST TO WS-LINE-COST
               END-READ
           END-IF
           IF WS-HIST-LINE(149:1) NOT = SPACE
               MOVE WS-HIST-NEW-COST TO WS-LINE-COST
           END-IF
           COMPUTE WS-LINE-AMOUNT = WS-LINE-QTY * WS-LINE-PRICE
           COMPUTE WS-LINE-COGS = WS-LINE-QTY * WS-LINE-COST
           IF WS-LINE-BILLABLE = "Y"
               MOVE WS-LINE-CUST TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       MOVE "N" TO WS-LINE-BILLABLE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "SO " WS-LINE-SO " shipped "
                           WS-HIST-DATE ": customer " WS-LINE-CUST
                           " not on file; not billed."
               END-READ
           END-IF.

      * Customer record is in the area (read in PRICE-SHIPMENT-LINE).
       POST-SHIPMENT-LINE.
           PERFORM FIND-OPEN-INVOICE
           IF WS-INV-TAB-FOUND = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "SO " WS-LINE-SO " shipped " WS-HIST-DATE
                   ": more than 500 invoices in one run; not billed."
           ELSE
               MOVE WS-INV-TAB-NUMBER(WS-INV-TAB-FOUND) TO INV-NUMBER
               READ INVOICE-FILE KEY IS INV-NUMBER
                   INVALID KEY
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "Invoice " INV-NUMBER " not found,"
                           " status=" WS-INVOICE-STATUS
                           "; SO " WS-LINE-SO " not billed."
                   NOT INVALID KEY
                       PERFORM WRITE-INVOICE-LINE
               END-READ
           END-IF.

       WRITE-INVOICE-LINE.
           MOVE INV-NUMBER TO INVL-INV-NUMBER
           MOVE WS-LINE-CUST TO INVL-CUST-ID
           MOVE WS-HIST-ID TO INVL-ITEM-ID
           MOVE WS-LINE-QTY TO INVL-QTY
           MOVE WS-LINE-PRICE TO INVL-PRICE
           MOVE WS-LINE-AMOUNT TO INVL-AMOUNT
           MOVE WS-LINE-COST TO INVL-UNIT-COST
           MOVE WS-LINE-COGS TO INVL-COST
           MOVE WS-RUN-DATE TO INVL-RUN-DATE
           WRITE INVOICE-LINE-RECORD
           IF WS-INVL-STATUS NOT = "00"
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "Unable to write invoice line for SO "
                   WS-LINE-SO ", status=" WS-INVL-STATUS
           ELSE
               ADD 1 TO WS-BILLED-COUNT
               ADD 1 TO INV-LINE-COUNT
               ADD WS-LINE-AMOUNT TO INV-AMOUNT
               ADD WS-LINE-COGS TO INV-COST
               MOVE WS-RUN-DATE TO INV-RUN-DATE
               REWRITE INVOICE-RECORD
               IF WS-INVOICE-STATUS NOT = "00"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "Unable to update invoice " INV-NUMBER
                       ", status=" WS-INVOICE-STATUS
               END-IF
               ADD WS-LINE-AMOUNT TO CUST-AR-BALANCE
                   ON SIZE ERROR
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "Customer " CUST-ID ": open A/R"
                           " balance overflowed; not updated for"
                           " invoice " INV-NUMBER
               END-ADD
               REWRITE CUSTOMER-RECORD
               IF WS-CUSTOMER-STATUS NOT = "00"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "Unable to update customer " CUST-ID
                       ", status=" WS-CUSTOMER-STATUS
               END-IF
           END-IF.

      * Finds the invoice for the customer and shipping day: this
      * run's, then one raised by an earlier run (a rerun, or an
      * exception line billed late), and only then opens a new one,
      * so a customer's shipping day is never invoiced twice.
       FIND-OPEN-INVOICE.
           MOVE 0 TO WS-INV-TAB-FOUND
           PERFORM VARYING WS-INV-TAB-IX FROM 1 BY 1
                   UNTIL WS-INV-TAB-IX > WS-INV-TAB-COUNT
                   OR WS-INV-TAB-FOUND NOT = 0
               IF WS-INV-TAB-CUST(WS-INV-TAB-IX) = WS-LINE-CUST
                   AND WS-INV-TAB-DATE(WS-INV-TAB-IX) = WS-HIST-DATE
                   MOVE WS-INV-TAB-IX TO WS-INV-TAB-FOUND
               END-IF
           END-PERFORM
           IF WS-INV-TAB-FOUND = 0 AND WS-INV-TAB-COUNT < 500
               PERFORM FIND-FILED-INVOICE
           END-IF
           IF WS-INV-TAB-FOUND = 0 AND WS-INV-TAB-COUNT < 500
               MOVE WS-NEXT-INV-NUMBER TO INV-NUMBER
               MOVE WS-LINE-CUST TO INV-CUST-ID
               MOVE CUST-NAME TO INV-CUST-NAME
               MOVE WS-HIST-DATE TO INV-SHIP-DATE
               MOVE WS-RUN-DATE TO INV-RUN-DATE
               MOVE 0 TO INV-LINE-COUNT
               MOVE 0 TO INV-AMOUNT
               MOVE 0 TO INV-COST
               WRITE INVOICE-RECORD
               IF WS-INVOICE-STATUS NOT = "00"
                   DISPLAY "Unable to create invoice "
                       WS-NEXT-INV-NUMBER ", status="
                       WS-INVOICE-STATUS
               ELSE
                   ADD 1 TO WS-INV-TAB-COUNT
                   MOVE WS-LINE-CUST
                       TO WS-INV-TAB-CUST(WS-INV-TAB-COUNT)
                   MOVE WS-HIST-DATE
                       TO WS-INV-TAB-DATE(WS-INV-TAB-COUNT)
                   MOVE WS-NEXT-INV-NUMBER
                       TO WS-INV-TAB-NUMBER(WS-INV-TAB-COUNT)
                   MOVE WS-INV-TAB-COUNT TO WS-INV-TAB-FOUND
                   ADD 1 TO WS-NEXT-INV-NUMBER
               END-IF
           END-IF.

      * The invoice file is keyed on the invoice number only, so an
      * earlier invoice for the customer and shipping day is found by
      * reading it through.  Once found it goes into the run's table
      * and is not looked for again.
       FIND-FILED-INVOICE.
           MOVE 0 TO WS-FILED-INV-NUMBER
           MOVE 0 TO INV-NUMBER
           START INVOICE-FILE KEY IS >= INV-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-INV-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-INV-EOF-FLAG
           END-START
           PERFORM UNTIL WS-INV-EOF-FLAG = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-INV-EOF-FLAG
                   NOT AT END
                       IF INV-CUST-ID = WS-LINE-CUST
                           AND INV-SHIP-DATE = WS-HIST-DATE
                           MOVE INV-NUMBER TO WS-FILED-INV-NUMBER
                           MOVE "Y" TO WS-INV-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FILED-INV-NUMBER NOT = 0
               ADD 1 TO WS-INV-TAB-COUNT
               MOVE WS-LINE-CUST TO WS-INV-TAB-CUST(WS-INV-TAB-COUNT)
               MOVE WS-HIST-DATE TO WS-INV-TAB-DATE(WS-INV-TAB-COUNT)
               MOVE WS-FILED-INV-NUMBER
                   TO WS-INV-TAB-NUMBER(WS-INV-TAB-COUNT)
               MOVE WS-INV-TAB-COUNT TO WS-INV-TAB-FOUND
           END-IF.

      * Lists every invoice raised or added to on the run date, so a
      * rerun the same day reproduces the register in full.  An
      * earlier invoice that took late lines is listed again at its
      * new total; the journal carries only the lines added.
       WRITE-INVOICE-REGISTER.
           OPEN OUTPUT INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open invoice register, status="
                   WS-REGISTER-STATUS
               MOVE 12 TO WS-INVOICE-RC
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "INVOICE REGISTER   RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO INVOICE-REGISTER-RECORD
               WRITE INVOICE-REGISTER-RECORD
               MOVE SPACES TO INVOICE-REGISTER-RECORD
               WRITE INVOICE-REGISTER-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "INVOICE CUST  CUSTOMER-NAME        SHIP-DATE"
                   " LINES         AMOUNT           COST"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO INVOICE-REGISTER-RECORD
               WRITE INVOICE-REGISTER-RECORD
               MOVE 0 TO WS-INVOICE-COUNT
               MOVE 0 TO WS-TOTAL-REVENUE
               MOVE 0 TO WS-TOTAL-COGS
               MOVE 0 TO INV-NUMBER
               START INVOICE-FILE KEY IS >= INV-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INVOICE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF INV-RUN-DATE = WS-RUN-DATE
                               PERFORM WRITE-INVOICE-REGISTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-TOTAL-REVENUE TO WS-TOTAL-AMT-EDIT
               MOVE WS-TOTAL-COGS TO WS-TOTAL-COST-EDIT
               MOVE SPACES TO INVOICE-REGISTER-RECORD
               WRITE INVOICE-REGISTER-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "INVOICES: " WS-INVOICE-COUNT
                   "  TOTAL AMOUNT: " WS-TOTAL-AMT-EDIT
                   "  TOTAL COST: " WS-TOTAL-COST-EDIT
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO INVOICE-REGISTER-RECORD
               WRITE INVOICE-REGISTER-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SHIPMENT LINES BILLED THIS RUN: "
                   WS-BILLED-COUNT "  EXCEPTIONS: "
                   WS-EXCEPTION-COUNT
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO INVOICE-REGISTER-RECORD
               WRITE INVOICE-REGISTER-RECORD
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       WRITE-INVOICE-REGISTER-LINE.
           ADD 1 TO WS-INVOICE-COUNT
           ADD INV-AMOUNT TO WS-TOTAL-REVENUE
           ADD INV-COST TO WS-TOTAL-COGS
           MOVE INV-AMOUNT TO WS-AMOUNT-EDIT
           MOVE INV-COST TO WS-COST-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING INV-NUMBER "  " INV-CUST-ID " " INV-CUST-NAME " "
               INV-SHIP-DATE "  " INV-LINE-COUNT " "
               WS-AMOUNT-EDIT " " WS-COST-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO INVOICE-REGISTER-RECORD
           WRITE INVOICE-REGISTER-RECORD.

      * Pipe-delimited feed for the accounting package, alongside the
      * GLEXTR inventory extract: one H header with the run date, one
      * D row per invoice line billed on the run date (revenue at
      * selling price, cost of goods sold at the logged unit cost),
      * and one T trailer carrying the row count and both totals.
       WRITE-SALES-JOURNAL.
           OPEN OUTPUT SALES-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open sales journal, status="
                   WS-JOURNAL-STATUS
               MOVE 12 TO WS-INVOICE-RC
           ELSE
               MOVE SPACES TO WS-JOURNAL-LINE
               STRING "H|" WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO WS-JOURNAL-LINE
               END-STRING
               MOVE WS-JOURNAL-LINE TO SALES-JOURNAL-RECORD
               WRITE SALES-JOURNAL-RECORD
               MOVE 0 TO WS-JOURNAL-COUNT
               MOVE 0 TO WS-TOTAL-REVENUE
               MOVE 0 TO WS-TOTAL-COGS
               MOVE LOW-VALUES TO INVL-KEY
               START INVOICE-LINE-FILE KEY IS >= INVL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INVOICE-LINE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF INVL-RUN-DATE = WS-RUN-DATE
                               PERFORM WRITE-JOURNAL-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-TOTAL-REVENUE TO WS-TOTAL-REVENUE-OUT
               MOVE WS-TOTAL-COGS TO WS-TOTAL-COGS-OUT
               MOVE SPACES TO WS-JOURNAL-LINE
               STRING "T|" WS-JOURNAL-COUNT "|" WS-TOTAL-REVENUE-OUT
                   "|" WS-TOTAL-COGS-OUT
                   DELIMITED BY SIZE
                   INTO WS-JOURNAL-LINE
               END-STRING
               MOVE WS-JOURNAL-LINE TO SALES-JOURNAL-RECORD
               WRITE SALES-JOURNAL-RECORD
               CLOSE SALES-JOURNAL-FILE
               DISPLAY "Sales journal written. Records="
                   WS-JOURNAL-COUNT " Revenue=" WS-TOTAL-REVENUE-OUT
                   " COGS=" WS-TOTAL-COGS-OUT
           END-IF.

       WRITE-JOURNAL-DETAIL.
           ADD 1 TO WS-JOURNAL-COUNT
           ADD INVL-AMOUNT TO WS-TOTAL-REVENUE
           ADD INVL-COST TO WS-TOTAL-COGS
           MOVE INVL-AMOUNT TO WS-REVENUE-OUT
           MOVE INVL-COST TO WS-COGS-OUT
           MOVE SPACES TO WS-JOURNAL-LINE
           STRING "D|" INVL-INV-NUMBER "|" INVL-CUST-ID "|"
               INVL-SO-NUMBER "|" INVL-ITEM-ID "|" INVL-QTY "|"
               WS-REVENUE-OUT "|" WS-COGS-OUT
               DELIMITED BY SIZE
               INTO WS-JOURNAL-LINE
           END-STRING
           MOVE WS-JOURNAL-LINE TO SALES-JOURNAL-RECORD
           WRITE SALES-JOURNAL-RECORD.
