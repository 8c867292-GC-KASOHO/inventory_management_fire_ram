       IDENTIFICATION DIVISION.
       PROGRAM-ID. inventory_commit_convert.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One-time rebuild of the inventory file for sales order
      * reservations.  Rename the current receipt.TXT to receipt.OLD,
      * run this program once, and the new receipt.TXT comes out with
      * ITEM-COMMIT-QTY on every record, zero at every location:
      * orders keyed before the cutover either shipped at entry or
      * are waiting on backorder, and neither holds a reservation.
      * Run so_convert at the same time.  The reconciliation snapshot
      * is a copy of receipt.TXT, so take a fresh SNAPIN copy of the
      * converted file before the next INVBATCH run.  Keep
      * receipt.OLD until the converted file is verified.
           SELECT OLD-RECEIPT-FILE ASSIGN TO "receipt.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-ITEM-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "receipt.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-RECEIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-RECEIPT-FILE.

       01 OLD-RECEIPT-RECORD.
           05 OLD-ITEM-ID PIC 9(5).
           05 OLD-ITEM-NAME PIC X(20).
           05 OLD-ITEM-PRICE PIC 9(5)V99.
           05 OLD-ITEM-COST PIC 9(5)V99.
           05 OLD-ITEM-QUANTITY PIC 9(5).
           05 OLD-ITEM-LOC-QTY PIC 9(5) OCCURS 3 TIMES.
           05 OLD-ITEM-REORDER-POINT PIC 9(5).
           05 OLD-ITEM-VENDOR-ID PIC 9(5).
           05 OLD-ITEM-UOM PIC X(4).
           05 OLD-ITEM-CASE-PACK PIC 9(4).

       FD RECEIPT-FILE.

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
           05 ITEM-COMMIT-QTY PIC 9(5) OCCURS 3 TIMES.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2).
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-CONVERT-RC PIC 9(2) VALUE 0.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT OLD-RECEIPT-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "receipt.OLD not found, status=" WS-OLD-STATUS
               DISPLAY "Rename the current receipt.TXT to receipt.OLD"
                   " before running the conversion."
               MOVE 12 TO WS-CONVERT-RC
           ELSE
               OPEN OUTPUT RECEIPT-FILE
               IF WS-RECEIPT-STATUS NOT = "00"
                   DISPLAY "Unable to create new receipt.TXT, status="
                       WS-RECEIPT-STATUS
                   MOVE 12 TO WS-CONVERT-RC
                   CLOSE OLD-RECEIPT-FILE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ OLD-RECEIPT-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CONVERT-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OLD-RECEIPT-FILE
                   CLOSE RECEIPT-FILE
                   DISPLAY "Conversion complete. Read=" WS-READ-COUNT
                       " Written=" WS-WRITTEN-COUNT
                   IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                       DISPLAY "Counts differ; keep receipt.OLD and"
                           " investigate before using the new file."
                       MOVE 8 TO WS-CONVERT-RC
                   END-IF
               END-IF
           END-IF
           MOVE WS-CONVERT-RC TO RETURN-CODE
           STOP RUN.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE OLD-ITEM-ID TO ITEM-ID
           MOVE OLD-ITEM-NAME TO ITEM-NAME
           MOVE OLD-ITEM-PRICE TO ITEM-PRICE
           MOVE OLD-ITEM-COST TO ITEM-COST
           MOVE OLD-ITEM-QUANTITY TO ITEM-QUANTITY
           MOVE OLD-ITEM-LOC-QTY(1) TO ITEM-LOC-QTY(1)
           MOVE OLD-ITEM-LOC-QTY(2) TO ITEM-LOC-QTY(2)
           MOVE OLD-ITEM-LOC-QTY(3) TO ITEM-LOC-QTY(3)
           MOVE OLD-ITEM-REORDER-POINT TO ITEM-REORDER-POINT
           MOVE OLD-ITEM-VENDOR-ID TO ITEM-VENDOR-ID
           MOVE OLD-ITEM-UOM TO ITEM-UOM
           MOVE OLD-ITEM-CASE-PACK TO ITEM-CASE-PACK
           MOVE 0 TO ITEM-COMMIT-QTY(1)
           MOVE 0 TO ITEM-COMMIT-QTY(2)
           MOVE 0 TO ITEM-COMMIT-QTY(3)
           WRITE RECEIPT-RECORD
           IF WS-RECEIPT-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "Item " OLD-ITEM-ID " not written, status="
                   WS-RECEIPT-STATUS
           END-IF.
