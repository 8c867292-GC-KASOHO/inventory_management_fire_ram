       IDENTIFICATION DIVISION.
       PROGRAM-ID. inventory_asn.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Vendor advance ship notices, one row per PO line shipped.
      * Bare device-style names, resolved through DD_ASNIN,
      * DD_ASNCHKPT and DD_ASNREJ - see jcl/INVBATCH.jcl.
           SELECT ASN-FILE ASSIGN TO "ASNIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASN-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "ASNCHKPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKPT-STATUS.

      * Rows that cannot be received land here in the ASN-RECORD
      * layout with a reason code appended, so receiving can follow
      * them up and feed corrected rows back through this step as
      * ASNIN (the reason code past column 51 is ignored on input).
      * Bump the sequence numbers past the checkpoint when
      * resubmitting, or clear ASNCHKPT, or the rows will be skipped
      * as already done.
           SELECT REJECT-FILE ASSIGN TO "ASNREJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

      * The same literals inventory_management.cbl uses, so a batch
      * receipt and an interactive one update the same files and
      * write to the same audit trail.
           SELECT RECEIPT-FILE ASSIGN TO "receipt.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transaction_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

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

           SELECT LOT-FILE ASSIGN TO "lot_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASN-FILE.

      * ASN-VENDOR-QTY is in the vendor's units (cases) and is
      * converted to stocking units by the item's case pack, exactly
      * as an interactive receipt is.  ASN-UNIT-COST is the actual
      * cost per stocking unit.  ASN-LOCATION is the receiving
      * stockroom (1 = MAIN WHSE, 2 = STOCKROOM A, 3 = STOCKROOM B).
      * ASN-LOT-NUMBER and ASN-EXPIRY-DATE are required for items
      * that are lot-controlled and ignored for all others.
       01 ASN-RECORD.
           05 ASN-SEQ-NUM PIC 9(6).
           05 ASN-VENDOR-ID PIC 9(5).
           05 ASN-PO-NUMBER PIC 9(5).
           05 ASN-LINE-NUMBER PIC 9(3).
           05 ASN-VENDOR-QTY PIC 9(5).
           05 ASN-UNIT-COST PIC 9(5)V99.
           05 ASN-LOCATION PIC 9(1).
           05 ASN-LOT-NUMBER PIC X(10).
           05 ASN-EXPIRY-DATE PIC 9(8).

       FD CHECKPOINT-FILE.

       01 CHECKPOINT-RECORD PIC 9(6).

       FD REJECT-FILE.

       01 REJECT-RECORD.
           05 REJECT-ASN PIC X(50).
           05 FILLER PIC X(1).
           05 REJECT-REASON PIC X(8).

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

       FD TRANSACTION-LOG-FILE.

       01 TRANSACTION-LOG-RECORD PIC X(240).

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
      * PO-LINE-RECEIPT-DATE is the date of the last receipt posted
      * against the line (zero until something is received); the
      * vendor performance report judges on-time delivery from it.
       01 PO-LINE-RECORD.
           05 PO-LINE-KEY.
               10 PO-LINE-PO-NUMBER PIC 9(5).
               10 PO-LINE-NUMBER PIC 9(3).
           05 PO-LINE-ITEM-ID PIC 9(5).
           05 PO-LINE-QUANTITY PIC 9(5).
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
           05 SO-CUST-NAME PIC X(20).
           05 SO-ITEM-ID PIC 9(5).
           05 SO-ORDER-QTY PIC 9(5).
           05 SO-SHIPPED-QTY PIC 9(5).
           05 SO-LOCATION PIC 9(1).
           05 SO-ORDER-DATE PIC 9(8).
           05 SO-STATUS PIC X(1).
           05 SO-ALLOC-QTY PIC 9(5).

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

       WORKING-STORAGE SECTION.
       01 WS-ASN-STATUS PIC X(2).
       01 WS-CHKPT-STATUS PIC X(2).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-PO-STATUS PIC X(2).
       01 WS-PO-LINE-STATUS PIC X(2).
       01 WS-SO-STATUS PIC X(2).
       01 WS-LOT-STATUS PIC X(2).
       01 WS-ASN-EOF PIC X(1) VALUE "N".
       01 WS-EOF-FLAG PIC X(1).
       01 WS-LAST-SEQ PIC 9(6) VALUE 0.
       01 WS-STARTING-SEQ PIC 9(6) VALUE 0.
       01 WS-RECEIVED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-OUTOFORDER-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-ASN-OK PIC X(1).
       01 WS-REJECT-REASON PIC X(8).
       01 WS-ASN-RC PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RECEIVE-EACHES PIC 9(7).
       01 WS-NEW-AVG-COST PIC 9(5)V99.
       01 WS-PO-OUTSTANDING PIC 9(5).
       01 WS-PO-LINES-OPEN PIC 9(3).
       01 WS-PO-LINES-RECEIVED PIC 9(3).
       01 WS-PO-LINES-CANCELLED PIC 9(3).
       01 WS-PO-RECEIVED-TOTAL PIC 9(7).
       01 WS-SO-OUTSTANDING PIC 9(5).
      * Rows costed more than WS-PPV-TOLERANCE-PCT percent away from
      * the line's agreed cost are flagged on SYSOUT, as the receiver
      * is warned at the terminal; PPVTOLPCT overrides the 5.
       01 WS-PPV-TOLERANCE-IN PIC X(3).
       01 WS-PPV-TOLERANCE-PCT PIC 9(3) VALUE 5.
       01 WS-PPV-DIFF PIC 9(5)V99.
       01 WS-PPV-PCT PIC 9(7)V99.
       01 WS-PPV-PCT-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-COST-EDIT PIC ZZ,ZZ9.99.
       01 WS-VARIANCE-COUNT PIC 9(6) VALUE 0.
       01 WS-RESERVE-QTY PIC 9(5).
       01 WS-LOG-OP PIC X(6).
       01 WS-LOG-OLD-PRICE PIC 9(5).99.
       01 WS-LOG-NEW-PRICE PIC 9(5).99.
       01 WS-LOG-OLD-COST PIC 9(5).99.
       01 WS-LOG-NEW-COST PIC 9(5).99.
       01 WS-LOG-OLD-QTY PIC 9(5).
       01 WS-LOG-NEW-QTY PIC 9(5).
       01 WS-LOG-DATE PIC 9(8).
       01 WS-LOG-TIME PIC 9(8).
       01 WS-LOG-LOCATION PIC 9(1).
       01 WS-LOG-NEW-LOC-QTY PIC 9(5).
      * Receipts have no customer side; the fields are written as
      * zero so ASN and interactive log lines share one layout.
       01 WS-LOG-CUST PIC 9(5) VALUE 0.
       01 WS-LOG-SO PIC 9(5) VALUE 0.
       01 WS-LOG-VND-QTY PIC 9(5) VALUE 0.
       01 WS-LOG-EACH-QTY PIC 9(5) VALUE 0.
       01 WS-LOG-LOT PIC X(10) VALUE SPACES.
      * Run/user identifier stamped on every log line this step
      * writes; taken from the BATCHUSER environment variable, as in
      * the transaction load, with BATCH as the fallback.
       01 WS-BATCH-USER PIC X(8).
       01 WS-LOG-LINE PIC X(240).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-BATCH-USER FROM ENVIRONMENT "BATCHUSER"
           IF WS-BATCH-USER = SPACES OR WS-BATCH-USER = LOW-VALUES
               MOVE "BATCH" TO WS-BATCH-USER
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PPV-TOLERANCE-IN
           ACCEPT WS-PPV-TOLERANCE-IN FROM ENVIRONMENT "PPVTOLPCT"
           IF WS-PPV-TOLERANCE-IN NOT = SPACES
               COMPUTE WS-PPV-TOLERANCE-PCT =
                   FUNCTION NUMVAL(WS-PPV-TOLERANCE-IN)
           END-IF
           PERFORM READ-CHECKPOINT
           DISPLAY "Resuming after ASN row " WS-LAST-SEQ

           OPEN INPUT ASN-FILE
           IF WS-ASN-STATUS NOT = "00"
               DISPLAY "ASN file not found, nothing to receive."
           ELSE
               PERFORM UNTIL WS-ASN-EOF = "Y"
                   READ ASN-FILE
                       AT END
                           MOVE "Y" TO WS-ASN-EOF
                       NOT AT END
                           PERFORM PROCESS-ASN-ROW
                   END-READ
               END-PERFORM
               CLOSE ASN-FILE
               DISPLAY "ASN receiving complete. Received="
                   WS-RECEIVED-COUNT " Skipped=" WS-SKIPPED-COUNT
                   " OutOfOrder=" WS-OUTOFORDER-COUNT
                   " Rejected=" WS-REJECT-COUNT
                   " PriceVariances=" WS-VARIANCE-COUNT
               IF WS-REJECT-COUNT > 0
                   DISPLAY "Rejected ASN rows written to the ASN"
                       " rejects file for receiving to follow up."
                   MOVE 4 TO WS-ASN-RC
               END-IF
           END-IF
           MOVE WS-ASN-RC TO RETURN-CODE
           STOP RUN.

       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 0 TO WS-LAST-SEQ
                   NOT AT END
                       MOVE CHECKPOINT-RECORD TO WS-LAST-SEQ
               END-READ
               CLOSE CHECKPOINT-FILE
           ELSE
               MOVE 0 TO WS-LAST-SEQ
           END-IF
           MOVE WS-LAST-SEQ TO WS-STARTING-SEQ.

       PROCESS-ASN-ROW.
           IF ASN-SEQ-NUM <= WS-STARTING-SEQ
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF ASN-SEQ-NUM <= WS-LAST-SEQ
                   DISPLAY "ASN row " ASN-SEQ-NUM
                       ": out of order (file must be sorted"
                       " ascending by sequence number), skipped."
                   ADD 1 TO WS-OUTOFORDER-COUNT
               ELSE
                   MOVE "N" TO WS-ASN-OK
                   MOVE "IOERR" TO WS-REJECT-REASON
                   IF ASN-LOCATION < 1 OR ASN-LOCATION > 3
                       DISPLAY "ASN row " ASN-SEQ-NUM
                           ": invalid location " ASN-LOCATION
                           ", rejected."
                       MOVE "BADLOC" TO WS-REJECT-REASON
                   ELSE
                       IF ASN-VENDOR-QTY = 0
                           DISPLAY "ASN row " ASN-SEQ-NUM
                               ": zero quantity, rejected."
                           MOVE "BADQTY" TO WS-REJECT-REASON
                       ELSE
                           PERFORM RECEIVE-ASN-ROW
                       END-IF
                   END-IF
                   IF WS-ASN-OK = "Y"
                       ADD 1 TO WS-RECEIVED-COUNT
                   ELSE
                       PERFORM WRITE-REJECT-RECORD
                   END-IF
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.

       WRITE-REJECT-RECORD.
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF
           MOVE SPACES TO REJECT-RECORD
           MOVE ASN-RECORD TO REJECT-ASN
           MOVE WS-REJECT-REASON TO REJECT-REASON
           WRITE REJECT-RECORD
           CLOSE REJECT-FILE
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-CHECKPOINT.
           MOVE ASN-SEQ-NUM TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO CHECKPOINT-RECORD
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      * The PO header and line are checked as RECEIVE-PO and
      * RECEIVE-PO-LINE check them: the order must be open or part
      * received, shipped by the vendor it was placed with, and the
      * line must be open with at least the shipped quantity still
      * outstanding.
       RECEIVE-ASN-ROW.
           OPEN I-O PO-FILE
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "ASN row " ASN-SEQ-NUM
                   ": purchase order file unavailable, status="
                   WS-PO-STATUS ", rejected."
               MOVE "NOPO" TO WS-REJECT-REASON
           ELSE
               OPEN I-O PO-LINE-FILE
               IF WS-PO-LINE-STATUS NOT = "00"
                   DISPLAY "ASN row " ASN-SEQ-NUM
                       ": purchase order line file unavailable,"
                       " status=" WS-PO-LINE-STATUS ", rejected."
                   MOVE "NOLINE" TO WS-REJECT-REASON
               ELSE
                   MOVE ASN-PO-NUMBER TO PO-NUMBER
                   READ PO-FILE KEY IS PO-NUMBER
                       INVALID KEY
                           DISPLAY "ASN row " ASN-SEQ-NUM ": PO "
                               ASN-PO-NUMBER " not found, rejected."
                           MOVE "NOPO" TO WS-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-ASN-PO-HEADER
                   END-READ
                   CLOSE PO-LINE-FILE
               END-IF
               CLOSE PO-FILE
           END-IF.

       CHECK-ASN-PO-HEADER.
           EVALUATE TRUE
               WHEN PO-STATUS = "W"
                   DISPLAY "ASN row " ASN-SEQ-NUM ": PO "
                       ASN-PO-NUMBER " is pending approval, rejected."
                   MOVE "NOTAPPR" TO WS-REJECT-REASON
               WHEN PO-STATUS NOT = "O" AND PO-STATUS NOT = "P"
                   DISPLAY "ASN row " ASN-SEQ-NUM ": PO "
                       ASN-PO-NUMBER " is not open, rejected."
                   MOVE "CLOSED" TO WS-REJECT-REASON
               WHEN PO-VENDOR-ID NOT = ASN-VENDOR-ID
                   DISPLAY "ASN row " ASN-SEQ-NUM ": PO "
                       ASN-PO-NUMBER " was placed with vendor "
                       PO-VENDOR-ID ", not " ASN-VENDOR-ID
                       ", rejected."
                   MOVE "VENDOR" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE ASN-PO-NUMBER TO PO-LINE-PO-NUMBER
                   MOVE ASN-LINE-NUMBER TO PO-LINE-NUMBER
                   READ PO-LINE-FILE KEY IS PO-LINE-KEY
                       INVALID KEY
                           DISPLAY "ASN row " ASN-SEQ-NUM ": line "
                               ASN-LINE-NUMBER " not on PO "
                               ASN-PO-NUMBER ", rejected."
                           MOVE "NOLINE" TO WS-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-ASN-PO-LINE
                   END-READ
           END-EVALUATE.

       CHECK-ASN-PO-LINE.
           COMPUTE WS-PO-OUTSTANDING =
               PO-LINE-QUANTITY - PO-LINE-RECEIVED-QTY
           IF PO-LINE-STATUS NOT = "O" AND PO-LINE-STATUS NOT = "P"
               DISPLAY "ASN row " ASN-SEQ-NUM ": PO " ASN-PO-NUMBER
                   " line " ASN-LINE-NUMBER " is not open, rejected."
               MOVE "CLOSED" TO WS-REJECT-REASON
           ELSE
               IF ASN-VENDOR-QTY > WS-PO-OUTSTANDING
                   DISPLAY "ASN row " ASN-SEQ-NUM ": shipped "
                       ASN-VENDOR-QTY " exceeds outstanding "
                       WS-PO-OUTSTANDING ", rejected."
                   MOVE "OVERSHIP" TO WS-REJECT-REASON
               ELSE
                   PERFORM POST-ASN-RECEIPT
               END-IF
           END-IF.

      * Posts the receipt exactly as POST-PO-RECEIPT does at the
      * terminal: the vendor units convert by the case pack, the
      * weighted-average cost rolls forward over the stock on hand,
      * a RECV line is logged and newly booked stock is reserved for
      * backordered sales orders.  The PO line and header follow.
       POST-ASN-RECEIPT.
           OPEN I-O RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "ASN row " ASN-SEQ-NUM
                   ": inventory file unavailable, status="
                   WS-RECEIPT-STATUS ", rejected."
               MOVE "NOITEM" TO WS-REJECT-REASON
           ELSE
               MOVE PO-LINE-ITEM-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       DISPLAY "ASN row " ASN-SEQ-NUM ": item "
                           PO-LINE-ITEM-ID " not in inventory,"
                           " rejected."
                       MOVE "NOITEM" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ITEM-LOT-CONTROLLED = "Y"
                           AND (ASN-LOT-NUMBER = SPACES
                               OR ASN-EXPIRY-DATE = 0)
                           DISPLAY "ASN row " ASN-SEQ-NUM ": item "
                               ITEM-ID " is lot-controlled and the"
                               " row has no lot or expiry, rejected."
                           MOVE "NOLOT" TO WS-REJECT-REASON
                       ELSE
                           PERFORM POST-ASN-STOCK
                       END-IF
               END-READ
               CLOSE RECEIPT-FILE
           END-IF.

       POST-ASN-STOCK.
           PERFORM CHECK-PRICE-VARIANCE
           IF ITEM-CASE-PACK > 1
               COMPUTE WS-RECEIVE-EACHES =
                   ASN-VENDOR-QTY * ITEM-CASE-PACK
           ELSE
               MOVE ASN-VENDOR-QTY TO WS-RECEIVE-EACHES
           END-IF
           MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
           MOVE ITEM-COST TO WS-LOG-OLD-COST
           MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
           COMPUTE WS-NEW-AVG-COST ROUNDED =
               (ITEM-QUANTITY * ITEM-COST +
               WS-RECEIVE-EACHES * ASN-UNIT-COST) /
               (ITEM-QUANTITY + WS-RECEIVE-EACHES)
               ON SIZE ERROR
                   DISPLAY "ASN row " ASN-SEQ-NUM ": average cost"
                       " computation overflowed; cost unchanged."
                   MOVE ITEM-COST TO WS-NEW-AVG-COST
           END-COMPUTE
           MOVE WS-NEW-AVG-COST TO ITEM-COST
           ADD WS-RECEIVE-EACHES TO ITEM-LOC-QTY(ASN-LOCATION)
           ADD WS-RECEIVE-EACHES TO ITEM-QUANTITY
           REWRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "00"
               MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
               MOVE ITEM-COST TO WS-LOG-NEW-COST
               MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
               MOVE ASN-LOCATION TO WS-LOG-LOCATION
               MOVE ITEM-LOC-QTY(ASN-LOCATION) TO WS-LOG-NEW-LOC-QTY
               MOVE ASN-VENDOR-QTY TO WS-LOG-VND-QTY
               MOVE WS-RECEIVE-EACHES TO WS-LOG-EACH-QTY
               MOVE SPACES TO WS-LOG-LOT
               IF ITEM-LOT-CONTROLLED = "Y"
                   PERFORM ADD-TO-LOT
                   MOVE ASN-LOT-NUMBER TO WS-LOG-LOT
               END-IF
               MOVE "RECV" TO WS-LOG-OP
               PERFORM WRITE-TRANSACTION-LOG
               MOVE "Y" TO WS-ASN-OK
               PERFORM RELEASE-BACKORDERS
               PERFORM UPDATE-PO-AFTER-RECEIPT
               PERFORM SET-PO-HEADER-STATUS
           ELSE
               DISPLAY "ASN row " ASN-SEQ-NUM ": unable to post"
                   " receipt, status=" WS-RECEIPT-STATUS
                   ", rejected."
           END-IF.

      * A lot already on file keeps the earlier of its own and the
      * shipped expiration date, as at the terminal.
       ADD-TO-LOT.
           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS = "35" OR WS-LOT-STATUS = "91"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "ASN row " ASN-SEQ-NUM ": unable to open lot"
                   " file, status=" WS-LOT-STATUS "; lot "
                   ASN-LOT-NUMBER " not recorded."
           ELSE
               MOVE ITEM-ID TO LOT-ITEM-ID
               MOVE ASN-LOCATION TO LOT-LOCATION
               MOVE ASN-LOT-NUMBER TO LOT-NUMBER
               READ LOT-FILE KEY IS LOT-KEY
                   INVALID KEY
                       MOVE ASN-EXPIRY-DATE TO LOT-EXPIRY-DATE
                       MOVE WS-RECEIVE-EACHES TO LOT-QTY
                       MOVE WS-RUN-DATE TO LOT-RECEIVED-DATE
                       WRITE LOT-RECORD
                   NOT INVALID KEY
                       IF ASN-EXPIRY-DATE < LOT-EXPIRY-DATE
                           MOVE ASN-EXPIRY-DATE TO LOT-EXPIRY-DATE
                       END-IF
                       ADD WS-RECEIVE-EACHES TO LOT-QTY
                       REWRITE LOT-RECORD
               END-READ
               IF WS-LOT-STATUS NOT = "00"
                   DISPLAY "ASN row " ASN-SEQ-NUM ": unable to"
                       " record lot " ASN-LOT-NUMBER ", status="
                       WS-LOT-STATUS
               END-IF
               CLOSE LOT-FILE
           END-IF.

      * A variance is reported but does not stop the receipt, which
      * posts at the actual cost as it would at the terminal.
       CHECK-PRICE-VARIANCE.
           IF PO-LINE-AGREED-COST > 0
               IF ASN-UNIT-COST > PO-LINE-AGREED-COST
                   COMPUTE WS-PPV-DIFF =
                       ASN-UNIT-COST - PO-LINE-AGREED-COST
               ELSE
                   COMPUTE WS-PPV-DIFF =
                       PO-LINE-AGREED-COST - ASN-UNIT-COST
               END-IF
               COMPUTE WS-PPV-PCT ROUNDED =
                   WS-PPV-DIFF * 100 / PO-LINE-AGREED-COST
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-PPV-PCT
               END-COMPUTE
               IF WS-PPV-PCT > WS-PPV-TOLERANCE-PCT
                   ADD 1 TO WS-VARIANCE-COUNT
                   MOVE WS-PPV-PCT TO WS-PPV-PCT-EDIT
                   MOVE PO-LINE-AGREED-COST TO WS-COST-EDIT
                   DISPLAY "ASN row " ASN-SEQ-NUM ": PRICE VARIANCE"
                       " - cost is " WS-PPV-PCT-EDIT "% away from"
                       " the agreed " WS-COST-EDIT " (tolerance "
                       WS-PPV-TOLERANCE-PCT "%)."
               END-IF
           END-IF.

      * An ASN row never cancels the remainder of a short line; the
      * line stays part received until the rest arrives or a buyer
      * cancels it at the terminal.
       UPDATE-PO-AFTER-RECEIPT.
           ADD ASN-VENDOR-QTY TO PO-LINE-RECEIVED-QTY
           ADD WS-RECEIVE-EACHES TO PO-LINE-RECEIVED-EACHES
           COMPUTE PO-LINE-RECEIVED-VALUE = PO-LINE-RECEIVED-VALUE +
               WS-RECEIVE-EACHES * ASN-UNIT-COST
           MOVE WS-RUN-DATE TO PO-LINE-RECEIPT-DATE
           COMPUTE WS-PO-OUTSTANDING =
               PO-LINE-QUANTITY - PO-LINE-RECEIVED-QTY
           IF WS-PO-OUTSTANDING = 0
               MOVE "R" TO PO-LINE-STATUS
           ELSE
               MOVE "P" TO PO-LINE-STATUS
           END-IF
           REWRITE PO-LINE-RECORD
           IF WS-PO-LINE-STATUS NOT = "00"
               DISPLAY "ASN row " ASN-SEQ-NUM ": inventory updated"
                   " but unable to update the PO line, status="
                   WS-PO-LINE-STATUS
           END-IF.

      * Re-derives the header status from the line statuses exactly
      * as the interactive receiving session does.
       SET-PO-HEADER-STATUS.
           MOVE 0 TO WS-PO-LINES-OPEN
           MOVE 0 TO WS-PO-LINES-RECEIVED
           MOVE 0 TO WS-PO-LINES-CANCELLED
           MOVE 0 TO WS-PO-RECEIVED-TOTAL
           MOVE ASN-PO-NUMBER TO PO-LINE-PO-NUMBER
           MOVE 0 TO PO-LINE-NUMBER
           START PO-LINE-FILE KEY IS >= PO-LINE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ PO-LINE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF PO-LINE-PO-NUMBER NOT =
                                   ASN-PO-NUMBER
                                   MOVE "Y" TO WS-EOF-FLAG
                               ELSE
                                   PERFORM TALLY-ONE-PO-LINE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           IF WS-PO-LINES-OPEN = 0
               IF WS-PO-LINES-CANCELLED = 0
                   MOVE "R" TO PO-STATUS
               ELSE
                   MOVE "C" TO PO-STATUS
               END-IF
           ELSE
               IF WS-PO-RECEIVED-TOTAL > 0
                   OR WS-PO-LINES-RECEIVED > 0
                   OR WS-PO-LINES-CANCELLED > 0
                   MOVE "P" TO PO-STATUS
               ELSE
                   MOVE "O" TO PO-STATUS
               END-IF
           END-IF
           REWRITE PO-RECORD
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "ASN row " ASN-SEQ-NUM ": unable to update"
                   " the PO header, status=" WS-PO-STATUS
           END-IF.

       TALLY-ONE-PO-LINE.
           ADD PO-LINE-RECEIVED-QTY TO WS-PO-RECEIVED-TOTAL
           EVALUATE PO-LINE-STATUS
               WHEN "R"
                   ADD 1 TO WS-PO-LINES-RECEIVED
               WHEN "C"
                   ADD 1 TO WS-PO-LINES-CANCELLED
               WHEN OTHER
                   ADD 1 TO WS-PO-LINES-OPEN
           END-EVALUATE.

      * Newly booked stock at the receiving location is reserved
      * against the open sales orders for the item, oldest number
      * first, exactly as an interactive receipt reserves it; the
      * orders go out on that location's next pick ticket.
       RELEASE-BACKORDERS.
           OPEN I-O SO-FILE
           IF WS-SO-STATUS = "35" OR WS-SO-STATUS = "91"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF SO-STATUS = "O"
                               AND SO-ITEM-ID = ITEM-ID
                               AND (SO-LOCATION = ASN-LOCATION
                                   OR SO-ALLOC-QTY = 0)
                               AND SO-ORDER-QTY >
                                   SO-SHIPPED-QTY + SO-ALLOC-QTY
                               AND ITEM-LOC-QTY(ASN-LOCATION) >
                                   ITEM-COMMIT-QTY(ASN-LOCATION)
                               PERFORM RELEASE-ONE-BACKORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SO-FILE
           END-IF.

       RELEASE-ONE-BACKORDER.
           COMPUTE WS-SO-OUTSTANDING =
               SO-ORDER-QTY - SO-SHIPPED-QTY - SO-ALLOC-QTY
           COMPUTE WS-RESERVE-QTY =
               ITEM-LOC-QTY(ASN-LOCATION) -
               ITEM-COMMIT-QTY(ASN-LOCATION)
           IF WS-RESERVE-QTY > WS-SO-OUTSTANDING
               MOVE WS-SO-OUTSTANDING TO WS-RESERVE-QTY
           END-IF
           ADD WS-RESERVE-QTY TO ITEM-COMMIT-QTY(ASN-LOCATION)
           REWRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "00"
               MOVE ASN-LOCATION TO SO-LOCATION
               ADD WS-RESERVE-QTY TO SO-ALLOC-QTY
               REWRITE SO-RECORD
               IF WS-SO-STATUS = "00"
                   DISPLAY "Backorder release: SO " SO-NUMBER
                       " customer " SO-CUST-ID " reserved "
                       WS-RESERVE-QTY " at location " ASN-LOCATION
               ELSE
                   DISPLAY "Stock reserved but unable to update SO "
                       SO-NUMBER ", status=" WS-SO-STATUS
               END-IF
           ELSE
               SUBTRACT WS-RESERVE-QTY FROM
                   ITEM-COMMIT-QTY(ASN-LOCATION)
               DISPLAY "Unable to reserve backordered stock, status="
                   WS-RECEIPT-STATUS
           END-IF.

       WRITE-TRANSACTION-LOG.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           OPEN EXTEND TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-LOG-DATE " " WS-LOG-TIME " ID=" ITEM-ID
               " OP=" WS-LOG-OP
               " OLDPRICE=" WS-LOG-OLD-PRICE
               " NEWPRICE=" WS-LOG-NEW-PRICE
               " OLDQTY=" WS-LOG-OLD-QTY
               " NEWQTY=" WS-LOG-NEW-QTY
               " LOC=" WS-LOG-LOCATION
               " NEWLOCQTY=" WS-LOG-NEW-LOC-QTY
               " CUST=" WS-LOG-CUST
               " SO=" WS-LOG-SO
               " OLDCOST=" WS-LOG-OLD-COST
               " NEWCOST=" WS-LOG-NEW-COST
               " USER=" WS-BATCH-USER
               " VNDQTY=" WS-LOG-VND-QTY
               " EACHQTY=" WS-LOG-EACH-QTY
               " LOT=" WS-LOG-LOT
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING
           MOVE WS-LOG-LINE TO TRANSACTION-LOG-RECORD
           WRITE TRANSACTION-LOG-RECORD
           CLOSE TRANSACTION-LOG-FILE.
