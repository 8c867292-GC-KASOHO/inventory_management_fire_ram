       IDENTIFICATION DIVISION.
       PROGRAM-ID. inventory_integrity.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same literals the interactive program uses, so the check
      * sweeps the files it maintains when run from the same working
      * directory.  Everything is opened for input only; nothing is
      * corrected here.
           SELECT RECEIPT-FILE ASSIGN TO "receipt.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT VENDOR-FILE ASSIGN TO "vendor_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDOR-ID
           FILE STATUS IS WS-VENDOR-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PO-FILE ASSIGN TO "po_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NUMBER
           FILE STATUS IS WS-PO-STATUS.

           SELECT PO-LINE-FILE ASSIGN TO "po_line_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-LINE-KEY
           FILE STATUS IS WS-PO-LINE-STATUS.

           SELECT SO-FILE ASSIGN TO "so_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-NUMBER
           FILE STATUS IS WS-SO-STATUS.

      * Integrity report.  Bare device-style name, resolved through
      * DD_INTGRPT - see jcl/INVBATCH.jcl.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD VENDOR-FILE.

       01 VENDOR-RECORD.
           05 VENDOR-ID PIC 9(5).
           05 VENDOR-NAME PIC X(20).
           05 VENDOR-PHONE PIC X(12).
           05 VENDOR-ADDRESS PIC X(30).
           05 VENDOR-ACTIVE PIC X(1).

       FD CUSTOMER-FILE.

      * CUST-CREDIT-LIMIT of zero means no limit is enforced.
       01 CUSTOMER-RECORD.
           05 CUST-ID PIC 9(5).
           05 CUST-NAME PIC X(20).
           05 CUST-PHONE PIC X(12).
           05 CUST-ADDRESS PIC X(30).
           05 CUST-ACTIVE PIC X(1).
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-AR-BALANCE PIC S9(7)V99.

       FD PO-FILE.

      * Order header only; the items are on PO-LINE-FILE.  PO-STATUS
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

      * Line status uses the same codes as the header: O = open,
      * P = partially received, R = received in full, C = remainder
      * cancelled.
       01 PO-LINE-RECORD.
           05 PO-LINE-KEY.
               10 PO-LINE-PO-NUMBER PIC 9(5).
               10 PO-LINE-NUMBER PIC 9(3).
           05 PO-LINE-ITEM-ID PIC 9(5).
           05 PO-LINE-QUANTITY PIC 9(5).
           05 PO-LINE-RECEIVED-QTY PIC 9(5).
           05 PO-LINE-STATUS PIC X(1).
           05 PO-LINE-RECEIPT-DATE PIC 9(8).
           05 PO-LINE-AGREED-COST PIC 9(5)V99.
           05 PO-LINE-RECEIVED-EACHES PIC 9(7).
           05 PO-LINE-RECEIVED-VALUE PIC 9(9)V99.

       FD SO-FILE.

      * SO-STATUS: O = open (not yet shipped in full), S = shipped
      * in full, C = cancelled, H = on credit hold.  The backordered
      * quantity is always SO-ORDER-QTY minus SO-SHIPPED-QTY minus
      * SO-ALLOC-QTY.
       01 SO-RECORD.
           05 SO-NUMBER PIC 9(5).
           05 SO-CUST-ID PIC 9(5).
           05 SO-CUST-NAME PIC X(20).
           05 SO-ITEM-ID PIC 9(5).
           05 SO-ORDER-QTY PIC 9(5).
           05 SO-SHIPPED-QTY PIC 9(5).
           05 SO-LOCATION PIC 9(1).
           05 SO-ORDER-DATE PIC 9(8).
           05 SO-STATUS PIC X(1).
           05 SO-ALLOC-QTY PIC 9(5).

       FD INTEGRITY-REPORT-FILE.

       01 INTEGRITY-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-VENDOR-STATUS PIC X(2).
       01 WS-CUSTOMER-STATUS PIC X(2).
       01 WS-PO-STATUS PIC X(2).
       01 WS-PO-LINE-STATUS PIC X(2).
       01 WS-SO-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-OPEN-FILE-NAME PIC X(20).
       01 WS-OPEN-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-LINE-EOF-FLAG PIC X(1).
       01 WS-VENDORS-OPEN PIC X(1) VALUE "N".
       01 WS-CUSTOMERS-OPEN PIC X(1) VALUE "N".
       01 WS-POS-OPEN PIC X(1) VALUE "N".
       01 WS-PO-LINES-OPEN-FLAG PIC X(1) VALUE "N".
       01 WS-INTEG-RC PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LOC-IX PIC 9(1).
       01 WS-LOC-SUM PIC 9(7).
       01 WS-ITEM-FOUND PIC X(1).
       01 WS-PO-LINE-COUNT PIC 9(3).
       01 WS-PO-LINES-OPEN PIC 9(3).
       01 WS-PO-LINES-RECEIVED PIC 9(3).
       01 WS-PO-LINES-CANCELLED PIC 9(3).
       01 WS-PO-RECEIVED-TOTAL PIC 9(7).
       01 WS-EXPECTED-STATUS PIC X(1).
       01 WS-ITEMS-CHECKED PIC 9(6) VALUE 0.
       01 WS-POS-CHECKED PIC 9(6) VALUE 0.
       01 WS-LINES-CHECKED PIC 9(6) VALUE 0.
       01 WS-SOS-CHECKED PIC 9(6) VALUE 0.
      * Findings are held until the sweep is done so the report can
      * list them by severity.  ERROR: the files contradict each
      * other or themselves and totals built from them cannot be
      * trusted.  WARNING: a live record still points at something
      * that has been deactivated, or stock reserved for orders has
      * been counted down below the reservation, and needs following
      * up.
       01 WS-FINDING PIC X(72).
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(5) VALUE 0.
       01 WS-FINDING-IX PIC 9(5).
       01 WS-ERROR-TABLE.
           05 WS-ERROR-LINE PIC X(72) OCCURS 1000 TIMES.
       01 WS-WARNING-TABLE.
           05 WS-WARNING-LINE PIC X(72) OCCURS 1000 TIMES.
       01 WS-UNLISTED PIC 9(5).
       01 WS-REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "Inventory file not found, status="
                   WS-RECEIPT-STATUS "; integrity not checked."
               MOVE 12 TO WS-INTEG-RC
           ELSE
               PERFORM OPEN-REFERENCE-FILES
               PERFORM CHECK-ITEMS
               IF WS-POS-OPEN = "Y"
                   PERFORM CHECK-PURCHASE-ORDERS
               END-IF
               IF WS-PO-LINES-OPEN-FLAG = "Y"
                   PERFORM CHECK-ORPHAN-PO-LINES
               END-IF
               PERFORM CHECK-SALES-ORDERS
               PERFORM CLOSE-REFERENCE-FILES
               CLOSE RECEIPT-FILE
               PERFORM WRITE-INTEGRITY-REPORT
               DISPLAY "Integrity check complete. Errors="
                   WS-ERROR-COUNT " Warnings=" WS-WARNING-COUNT
           END-IF
           MOVE WS-INTEG-RC TO RETURN-CODE
           STOP RUN.

      * A file that does not exist yet (a site with no purchasing or
      * no customers set up) has nothing to check; one that exists
      * but will not open is reported as an error so the check is
      * never passed on a partial sweep.
       OPEN-REFERENCE-FILES.
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS = "00"
               MOVE "Y" TO WS-VENDORS-OPEN
           ELSE
               MOVE "vendor_file.TXT" TO WS-OPEN-FILE-NAME
               MOVE WS-VENDOR-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-UNOPENED-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMERS-OPEN
           ELSE
               MOVE "customer_file.TXT" TO WS-OPEN-FILE-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-UNOPENED-FILE
           END-IF
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS = "00"
               MOVE "Y" TO WS-POS-OPEN
           ELSE
               MOVE "po_file.TXT" TO WS-OPEN-FILE-NAME
               MOVE WS-PO-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-UNOPENED-FILE
           END-IF
           OPEN INPUT PO-LINE-FILE
           IF WS-PO-LINE-STATUS = "00"
               MOVE "Y" TO WS-PO-LINES-OPEN-FLAG
           ELSE
               MOVE "po_line_file.TXT" TO WS-OPEN-FILE-NAME
               MOVE WS-PO-LINE-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-UNOPENED-FILE
           END-IF.

       NOTE-UNOPENED-FILE.
           IF WS-OPEN-STATUS NOT = "35"
               AND WS-OPEN-STATUS NOT = "91"
               MOVE SPACES TO WS-FINDING
               STRING "FILE       " WS-OPEN-FILE-NAME
                   " WOULD NOT OPEN, STATUS " WS-OPEN-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM ADD-ERROR
           END-IF.

       CLOSE-REFERENCE-FILES.
           IF WS-VENDORS-OPEN = "Y"
               CLOSE VENDOR-FILE
           END-IF
           IF WS-CUSTOMERS-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-POS-OPEN = "Y"
               CLOSE PO-FILE
           END-IF
           IF WS-PO-LINES-OPEN-FLAG = "Y"
               CLOSE PO-LINE-FILE
           END-IF.

       ADD-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           IF WS-ERROR-COUNT <= 1000
               MOVE WS-FINDING TO WS-ERROR-LINE(WS-ERROR-COUNT)
           END-IF
           MOVE 8 TO WS-INTEG-RC.

       ADD-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           IF WS-WARNING-COUNT <= 1000
               MOVE WS-FINDING TO WS-WARNING-LINE(WS-WARNING-COUNT)
           END-IF
           IF WS-INTEG-RC < 4
               MOVE 4 TO WS-INTEG-RC
           END-IF.

      * Item file on its own: the total must equal its locations and
      * the preferred vendor must be on file and active.  A location
      * reserved over its stock is only a warning: a cycle count or
      * quantity update can set the stock below what is reserved, and
      * the orders concerned will ship short rather than post wrong
      * values to the ledger.
       CHECK-ITEMS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RECEIPT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-ITEM
               END-READ
           END-PERFORM.

       CHECK-ONE-ITEM.
           ADD 1 TO WS-ITEMS-CHECKED
           MOVE 0 TO WS-LOC-SUM
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1 UNTIL WS-LOC-IX > 3
               ADD ITEM-LOC-QTY(WS-LOC-IX) TO WS-LOC-SUM
               IF ITEM-COMMIT-QTY(WS-LOC-IX) > ITEM-LOC-QTY(WS-LOC-IX)
                   MOVE SPACES TO WS-FINDING
                   STRING "ITEM " ITEM-ID "  RESERVED "
                       ITEM-COMMIT-QTY(WS-LOC-IX) " AT LOCATION "
                       WS-LOC-IX " EXCEEDS ON HAND "
                       ITEM-LOC-QTY(WS-LOC-IX)
                       DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM ADD-WARNING
               END-IF
           END-PERFORM
           IF WS-LOC-SUM NOT = ITEM-QUANTITY
               MOVE SPACES TO WS-FINDING
               STRING "ITEM " ITEM-ID "  ITEM-QUANTITY " ITEM-QUANTITY
                   " NOT EQUAL TO LOCATION TOTAL " WS-LOC-SUM
                   DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM ADD-ERROR
           END-IF
           IF ITEM-VENDOR-ID NOT = 0 AND WS-VENDORS-OPEN = "Y"
               MOVE ITEM-VENDOR-ID TO VENDOR-ID
               READ VENDOR-FILE KEY IS VENDOR-ID
                   INVALID KEY
                       MOVE SPACES TO WS-FINDING
                       STRING "ITEM " ITEM-ID "  PREFERRED VENDOR "
                           ITEM-VENDOR-ID " NOT ON VENDOR FILE"
                           DELIMITED BY SIZE
                           INTO WS-FINDING
                       END-STRING
                       PERFORM ADD-ERROR
                   NOT INVALID KEY
                       IF VENDOR-ACTIVE NOT = "A"
                           MOVE SPACES TO WS-FINDING
                           STRING "ITEM " ITEM-ID
                               "  PREFERRED VENDOR " ITEM-VENDOR-ID
                               " IS INACTIVE"
                               DELIMITED BY SIZE
                               INTO WS-FINDING
                           END-STRING
                           PERFORM ADD-WARNING
                       END-IF
               END-READ
           END-IF.

      * Each header is checked against its vendor and its own lines;
      * the status the lines imply is worked out the way receiving
      * derives it.  A pending order must not have had anything
      * received or cancelled against it.
       CHECK-PURCHASE-ORDERS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-PO
               END-READ
           END-PERFORM.

       CHECK-ONE-PO.
           ADD 1 TO WS-POS-CHECKED
           IF WS-VENDORS-OPEN = "Y"
               MOVE PO-VENDOR-ID TO VENDOR-ID
               READ VENDOR-FILE KEY IS VENDOR-ID
                   INVALID KEY
                       MOVE SPACES TO WS-FINDING
                       STRING "PO " PO-NUMBER "    VENDOR "
                           PO-VENDOR-ID " NOT ON VENDOR FILE"
                           DELIMITED BY SIZE
                           INTO WS-FINDING
                       END-STRING
                       PERFORM ADD-ERROR
                   NOT INVALID KEY
                       IF VENDOR-ACTIVE NOT = "A"
                           AND (PO-STATUS = "O" OR PO-STATUS = "P"
                               OR PO-STATUS = "W")
                           MOVE SPACES TO WS-FINDING
                           STRING "PO " PO-NUMBER "    OPEN ORDER"
                               " FOR INACTIVE VENDOR " PO-VENDOR-ID
                               DELIMITED BY SIZE
                               INTO WS-FINDING
                           END-STRING
                           PERFORM ADD-WARNING
                       END-IF
               END-READ
           END-IF
           MOVE 0 TO WS-PO-LINE-COUNT
           MOVE 0 TO WS-PO-LINES-OPEN
           MOVE 0 TO WS-PO-LINES-RECEIVED
           MOVE 0 TO WS-PO-LINES-CANCELLED
           MOVE 0 TO WS-PO-RECEIVED-TOTAL
           IF WS-PO-LINES-OPEN-FLAG = "Y"
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
                                   IF PO-LINE-PO-NUMBER NOT =
                                       PO-NUMBER
                                       MOVE "Y" TO WS-LINE-EOF-FLAG
                                   ELSE
                                       PERFORM CHECK-ONE-PO-LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           IF WS-PO-LINE-COUNT = 0
               MOVE SPACES TO WS-FINDING
               STRING "PO " PO-NUMBER "    HEADER HAS NO LINES"
                   DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM ADD-ERROR
           ELSE
               PERFORM CHECK-PO-HEADER-STATUS
           END-IF.

       CHECK-ONE-PO-LINE.
           ADD 1 TO WS-PO-LINE-COUNT
           ADD 1 TO WS-LINES-CHECKED
           ADD PO-LINE-RECEIVED-QTY TO WS-PO-RECEIVED-TOTAL
           EVALUATE PO-LINE-STATUS
               WHEN "R"
                   ADD 1 TO WS-PO-LINES-RECEIVED
               WHEN "C"
                   ADD 1 TO WS-PO-LINES-CANCELLED
               WHEN "O"
               WHEN "P"
                   ADD 1 TO WS-PO-LINES-OPEN
               WHEN OTHER
                   ADD 1 TO WS-PO-LINES-OPEN
                   MOVE SPACES TO WS-FINDING
                   STRING "PO " PO-NUMBER " LINE " PO-LINE-NUMBER
                       "  UNKNOWN LINE STATUS '" PO-LINE-STATUS "'"
                       DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM ADD-ERROR
           END-EVALUATE
           IF PO-LINE-RECEIVED-QTY > PO-LINE-QUANTITY
               MOVE SPACES TO WS-FINDING
               STRING "PO " PO-NUMBER " LINE " PO-LINE-NUMBER
                   "  RECEIVED " PO-LINE-RECEIVED-QTY
                   " EXCEEDS ORDERED " PO-LINE-QUANTITY
                   DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM ADD-ERROR
           END-IF
           MOVE PO-LINE-ITEM-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   MOVE SPACES TO WS-FINDING
      * A line still to be received for an item that is gone can
      * never be posted; a closed one is only history.
                   IF PO-LINE-STATUS = "O" OR PO-LINE-STATUS = "P"
                       STRING "PO " PO-NUMBER " LINE " PO-LINE-NUMBER
                           "  OPEN LINE FOR ITEM " PO-LINE-ITEM-ID
                           " NOT ON ITEM FILE"
                           DELIMITED BY SIZE
                           INTO WS-FINDING
                       END-STRING
                       PERFORM ADD-ERROR
                   ELSE
                       STRING "PO " PO-NUMBER " LINE " PO-LINE-NUMBER
                           "  CLOSED LINE FOR ITEM " PO-LINE-ITEM-ID
                           " NOT ON ITEM FILE"
                           DELIMITED BY SIZE
                           INTO WS-FINDING
                       END-STRING
                       PERFORM ADD-WARNING
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       CHECK-PO-HEADER-STATUS.
           IF WS-PO-LINES-OPEN = 0
               IF WS-PO-LINES-CANCELLED = 0
                   MOVE "R" TO WS-EXPECTED-STATUS
               ELSE
                   MOVE "C" TO WS-EXPECTED-STATUS
               END-IF
           ELSE
               IF WS-PO-RECEIVED-TOTAL > 0
                   OR WS-PO-LINES-RECEIVED > 0
                   OR WS-PO-LINES-CANCELLED > 0
                   MOVE "P" TO WS-EXPECTED-STATUS
               ELSE
                   MOVE "O" TO WS-EXPECTED-STATUS
               END-IF
           END-IF
           IF PO-STATUS = "W"
               IF WS-EXPECTED-STATUS NOT = "O"
                   MOVE SPACES TO WS-FINDING
                   STRING "PO " PO-NUMBER "    PENDING APPROVAL BUT"
                       " ITS LINES SAY STATUS " WS-EXPECTED-STATUS
                       DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM ADD-ERROR
               END-IF
           ELSE
               IF PO-STATUS NOT = WS-EXPECTED-STATUS
                   MOVE SPACES TO WS-FINDING
                   STRING "PO " PO-NUMBER "    HEADER STATUS '"
                       PO-STATUS "' BUT ITS LINES SAY '"
                       WS-EXPECTED-STATUS "'"
                       DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM ADD-ERROR
               END-IF
           END-IF.

      * Lines whose header has gone are invisible to receiving and
      * to every PO report but still count as on order.
       CHECK-ORPHAN-PO-LINES.
           MOVE LOW-VALUES TO PO-LINE-KEY
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
                               PERFORM CHECK-ONE-ORPHAN-LINE
                       END-READ
                   END-PERFORM
           END-START.

       CHECK-ONE-ORPHAN-LINE.
           IF WS-POS-OPEN = "Y"
               MOVE PO-LINE-PO-NUMBER TO PO-NUMBER
               READ PO-FILE KEY IS PO-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-ITEM-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-FOUND
               END-READ
           ELSE
               MOVE "N" TO WS-ITEM-FOUND
           END-IF
           IF WS-ITEM-FOUND = "N"
               MOVE SPACES TO WS-FINDING
               STRING "PO " PO-LINE-PO-NUMBER " LINE " PO-LINE-NUMBER
                   "  LINE HAS NO PURCHASE ORDER HEADER"
                   DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM ADD-ERROR
           END-IF.

      * Quantities must add up on every order; open and held orders
      * must still point at a live item and customer.
       CHECK-SALES-ORDERS.
           OPEN INPUT SO-FILE
           IF WS-SO-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-ONE-SO
                   END-READ
               END-PERFORM
               CLOSE SO-FILE
           ELSE
               MOVE "so_file.TXT" TO WS-OPEN-FILE-NAME
               MOVE WS-SO-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-UNOPENED-FILE
           END-IF.

       CHECK-ONE-SO.
           ADD 1 TO WS-SOS-CHECKED
           IF SO-SHIPPED-QTY > SO-ORDER-QTY
               MOVE SPACES TO WS-FINDING
               STRING "SO " SO-NUMBER "    SHIPPED " SO-SHIPPED-QTY
                   " EXCEEDS ORDERED " SO-ORDER-QTY
                   DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM ADD-ERROR
           ELSE
               IF SO-SHIPPED-QTY + SO-ALLOC-QTY > SO-ORDER-QTY
                   MOVE SPACES TO WS-FINDING
                   STRING "SO " SO-NUMBER "    SHIPPED " SO-SHIPPED-QTY
                       " PLUS RESERVED " SO-ALLOC-QTY
                       " EXCEEDS ORDERED " SO-ORDER-QTY
                       DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM ADD-ERROR
               END-IF
           END-IF
           IF SO-STATUS = "O" OR SO-STATUS = "H"
               PERFORM CHECK-OPEN-SO-LINKS
           ELSE
               IF SO-STATUS NOT = "S" AND SO-STATUS NOT = "C"
                   MOVE SPACES TO WS-FINDING
                   STRING "SO " SO-NUMBER "    UNKNOWN STATUS '"
                       SO-STATUS "'"
                       DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM ADD-ERROR
               END-IF
           END-IF.

       CHECK-OPEN-SO-LINKS.
           MOVE SO-ITEM-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   MOVE SPACES TO WS-FINDING
                   STRING "SO " SO-NUMBER "    OPEN ORDER FOR ITEM "
                       SO-ITEM-ID " NOT ON ITEM FILE"
                       DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM ADD-ERROR
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CUSTOMERS-OPEN = "Y"
               MOVE SO-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       MOVE SPACES TO WS-FINDING
                       STRING "SO " SO-NUMBER "    OPEN ORDER FOR"
                           " CUSTOMER " SO-CUST-ID
                           " NOT ON CUSTOMER FILE"
                           DELIMITED BY SIZE
                           INTO WS-FINDING
                       END-STRING
                       PERFORM ADD-ERROR
                   NOT INVALID KEY
                       IF CUST-ACTIVE NOT = "A"
                           MOVE SPACES TO WS-FINDING
                           STRING "SO " SO-NUMBER "    OPEN ORDER FOR"
                               " INACTIVE CUSTOMER " SO-CUST-ID
                               DELIMITED BY SIZE
                               INTO WS-FINDING
                           END-STRING
                           PERFORM ADD-WARNING
                       END-IF
               END-READ
           ELSE
               MOVE SPACES TO WS-FINDING
               STRING "SO " SO-NUMBER "    OPEN ORDER BUT THERE IS NO"
                   " CUSTOMER FILE"
                   DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM ADD-ERROR
           END-IF.

       WRITE-INTEGRITY-REPORT.
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open integrity report, status="
                   WS-REPORT-STATUS
               MOVE 12 TO WS-INTEG-RC
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CROSS-FILE INTEGRITY CHECK   RUN DATE "
                   WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CHECKED: ITEMS " WS-ITEMS-CHECKED
                   "  POS " WS-POS-CHECKED
                   "  PO LINES " WS-LINES-CHECKED
                   "  SALES ORDERS " WS-SOS-CHECKED
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SEVERITY: ERROR   COUNT " WS-ERROR-COUNT
                   "   (FILES DISAGREE - FIX BEFORE THE G/L EXTRACT)"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-FINDING-IX FROM 1 BY 1
                       UNTIL WS-FINDING-IX > WS-ERROR-COUNT
                       OR WS-FINDING-IX > 1000
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-ERROR-LINE(WS-FINDING-IX)
                       TO WS-REPORT-LINE(3:72)
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               IF WS-ERROR-COUNT > 1000
                   COMPUTE WS-UNLISTED = WS-ERROR-COUNT - 1000
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  ... " WS-UNLISTED " MORE NOT LISTED"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SEVERITY: WARNING COUNT " WS-WARNING-COUNT
                   "   (LIVE RECORDS POINT AT INACTIVE ONES - REVIEW)"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-FINDING-IX FROM 1 BY 1
                       UNTIL WS-FINDING-IX > WS-WARNING-COUNT
                       OR WS-FINDING-IX > 1000
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-WARNING-LINE(WS-FINDING-IX)
                       TO WS-REPORT-LINE(3:72)
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               IF WS-WARNING-COUNT > 1000
                   COMPUTE WS-UNLISTED = WS-WARNING-COUNT - 1000
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  ... " WS-UNLISTED " MORE NOT LISTED"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
               CLOSE INTEGRITY-REPORT-FILE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.
