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

       FD REJECT-FILE.

       01 WS-LOG-SO PIC 9(5) VALUE 0.
       01 WS-LOG-VND-QTY PIC 9(5) VALUE 0.
       01 WS-LOG-EACH-QTY PIC 9(5) VALUE 0.
      * The batch load never names a lot: lot-controlled stock only
      * moves through the interactive program, so the lot is blank.
       01 WS-LOG-LOT PIC X(10) VALUE SPACES.
      * Run/user identifier stamped on every log line this job
      * writes; taken from the BATCHUSER environment variable so the
      * scheduler can identify the run, with BATCH as the fallback.
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-REASON PIC X(8).
      * Stock reserved for sales orders at a location is not
      * available to a batch issue; it leaves only through the
      * interactive ship confirmation.
       01 WS-ATP-QTY PIC S9(5).
       01 WS-ATP-EDIT PIC -ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > 3
               MOVE 0 TO ITEM-LOC-QTY(WS-LOC-IX)
               MOVE 0 TO ITEM-COMMIT-QTY(WS-LOC-IX)
           END-PERFORM
           MOVE TRANS-ITEM-QUANTITY TO ITEM-LOC-QTY(TRANS-LOCATION)
           MOVE 0 TO ITEM-REORDER-POINT
           MOVE 0 TO ITEM-VENDOR-ID
           MOVE "EA" TO ITEM-UOM
           MOVE 1 TO ITEM-CASE-PACK
           MOVE "N" TO ITEM-LOT-CONTROLLED
           WRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "22"
               DISPLAY "Transaction " TRANS-SEQ-NUM
                           " not found, skipped."
                       MOVE "NOTFOUND" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ITEM-LOT-CONTROLLED = "Y"
                           AND TRANS-ITEM-QUANTITY NOT =
                               ITEM-LOC-QTY(TRANS-LOCATION)
                           DISPLAY "Transaction " TRANS-SEQ-NUM
                               ": item " TRANS-ITEM-ID
                               " is lot-controlled; its quantity"
                               " cannot change here, skipped."
                           MOVE "LOTCTL" TO WS-REJECT-REASON
                       ELSE
                           MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
                           MOVE ITEM-COST TO WS-LOG-OLD-COST
                           MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
                           MOVE TRANS-ITEM-NAME TO ITEM-NAME
                           MOVE TRANS-ITEM-PRICE TO ITEM-PRICE
                           MOVE TRANS-ITEM-COST TO ITEM-COST
                           MOVE TRANS-ITEM-QUANTITY TO
                               ITEM-LOC-QTY(TRANS-LOCATION)
                           PERFORM RECOMPUTE-ITEM-TOTAL
                           REWRITE RECEIPT-RECORD
                           IF WS-RECEIPT-STATUS = "00"
                               MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
                               MOVE ITEM-COST TO WS-LOG-NEW-COST
                               MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
                               MOVE TRANS-LOCATION TO WS-LOG-LOCATION
                               MOVE TRANS-ITEM-QUANTITY
                                   TO WS-LOG-NEW-LOC-QTY
                               MOVE "UPDATE" TO WS-LOG-OP
                               PERFORM WRITE-TRANSACTION-LOG
                               MOVE "Y" TO WS-BATCH-OK
                           ELSE
                               DISPLAY "Transaction " TRANS-SEQ-NUM
                                   ": update failed, status="
                                   WS-RECEIPT-STATUS ", skipped."
                           END-IF
                       END-IF
               END-READ
               CLOSE RECEIPT-FILE
                           " not found, skipped."
                       MOVE "NOTFOUND" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ITEM-COMMIT-QTY(1) > 0
                           OR ITEM-COMMIT-QTY(2) > 0
                           OR ITEM-COMMIT-QTY(3) > 0
                           DISPLAY "Transaction " TRANS-SEQ-NUM
                               ": item " TRANS-ITEM-ID
                               " has stock reserved for sales"
                               " orders, skipped."
                           MOVE "RESERVED" TO WS-REJECT-REASON
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
                               MOVE "Y" TO WS-BATCH-OK
                           ELSE
                               DISPLAY "Transaction " TRANS-SEQ-NUM
                                   ": delete failed, status="
                                   WS-RECEIPT-STATUS ", skipped."
                           END-IF
                       END-IF
               END-READ
               CLOSE RECEIPT-FILE
                           " not found, skipped."
                       MOVE "NOTFOUND" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ITEM-LOT-CONTROLLED = "Y"
                           DISPLAY "Transaction " TRANS-SEQ-NUM
                               ": item " TRANS-ITEM-ID
                               " is lot-controlled and is issued"
                               " by lot interactively, skipped."
                           MOVE "LOTCTL" TO WS-REJECT-REASON
                       ELSE
                           COMPUTE WS-ATP-QTY =
                               ITEM-LOC-QTY(TRANS-LOCATION) -
                               ITEM-COMMIT-QTY(TRANS-LOCATION)
                           IF TRANS-ITEM-QUANTITY > WS-ATP-QTY
                               MOVE WS-ATP-QTY TO WS-ATP-EDIT
                               DISPLAY "Transaction " TRANS-SEQ-NUM
                                   ": issue quantity "
                                   TRANS-ITEM-QUANTITY
                                   " exceeds available " WS-ATP-EDIT
                                   " at location " TRANS-LOCATION
                                   ", skipped."
                               MOVE "NOSTOCK" TO WS-REJECT-REASON
                           ELSE
                               MOVE ITEM-PRICE TO WS-LOG-OLD-PRICE
                               MOVE ITEM-COST TO WS-LOG-OLD-COST
                               MOVE ITEM-QUANTITY TO WS-LOG-OLD-QTY
                               SUBTRACT TRANS-ITEM-QUANTITY
                                   FROM ITEM-LOC-QTY(TRANS-LOCATION)
                               SUBTRACT TRANS-ITEM-QUANTITY
                                   FROM ITEM-QUANTITY
                               REWRITE RECEIPT-RECORD
                               IF WS-RECEIPT-STATUS = "00"
                                   MOVE ITEM-PRICE TO WS-LOG-NEW-PRICE
                                   MOVE ITEM-COST TO WS-LOG-NEW-COST
                                   MOVE ITEM-QUANTITY TO WS-LOG-NEW-QTY
                                   MOVE TRANS-LOCATION
                                       TO WS-LOG-LOCATION
                                   MOVE ITEM-LOC-QTY(TRANS-LOCATION)
                                       TO WS-LOG-NEW-LOC-QTY
                                   MOVE "ISSUE" TO WS-LOG-OP
                                   PERFORM WRITE-TRANSACTION-LOG
                                   MOVE "Y" TO WS-BATCH-OK
                               ELSE
                                   DISPLAY "Transaction " TRANS-SEQ-NUM
                                       ": issue failed, status="
                                       WS-RECEIPT-STATUS ", skipped."
                               END-IF
                           END-IF
                       END-IF
               END-READ
               " USER=" WS-BATCH-USER
               " VNDQTY=" WS-LOG-VND-QTY
               " EACHQTY=" WS-LOG-EACH-QTY
               " LOT=" WS-LOG-LOT
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING
