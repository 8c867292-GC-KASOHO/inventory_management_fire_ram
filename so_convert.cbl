       IDENTIFICATION DIVISION.
       PROGRAM-ID. so_convert.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One-time rebuild of the sales order file for two-step pick
      * and ship.  Rename the current so_file.TXT to so_file.OLD, run
      * this program once, and the new so_file.TXT comes out with
      * SO-ALLOC-QTY on every record, zero throughout: stock for
      * orders keyed before the cutover was issued at entry, so
      * nothing is waiting to be picked and every unshipped quantity
      * stays on backorder until receipts reserve it.  Run
      * inventory_commit_convert at the same time.  Keep
      * so_file.OLD until the converted file is verified.
           SELECT OLD-SO-FILE ASSIGN TO "so_file.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-SO-NUMBER
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SO-FILE ASSIGN TO "so_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-NUMBER
           FILE STATUS IS WS-SO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-SO-FILE.

       01 OLD-SO-RECORD.
           05 OLD-SO-NUMBER PIC 9(5).
           05 OLD-SO-CUST-ID PIC 9(5).
           05 OLD-SO-CUST-NAME PIC X(20).
           05 OLD-SO-ITEM-ID PIC 9(5).
           05 OLD-SO-ORDER-QTY PIC 9(5).
           05 OLD-SO-SHIPPED-QTY PIC 9(5).
           05 OLD-SO-LOCATION PIC 9(1).
           05 OLD-SO-ORDER-DATE PIC 9(8).
           05 OLD-SO-STATUS PIC X(1).

       FD SO-FILE.

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

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2).
       01 WS-SO-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-CONVERT-RC PIC 9(2) VALUE 0.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT OLD-SO-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "so_file.OLD not found, status=" WS-OLD-STATUS
               DISPLAY "Rename the current so_file.TXT to so_file.OLD"
                   " before running the conversion."
               MOVE 12 TO WS-CONVERT-RC
           ELSE
               OPEN OUTPUT SO-FILE
               IF WS-SO-STATUS NOT = "00"
                   DISPLAY "Unable to create new so_file.TXT, status="
                       WS-SO-STATUS
                   MOVE 12 TO WS-CONVERT-RC
                   CLOSE OLD-SO-FILE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ OLD-SO-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CONVERT-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OLD-SO-FILE
                   CLOSE SO-FILE
                   DISPLAY "Conversion complete. Read=" WS-READ-COUNT
                       " Written=" WS-WRITTEN-COUNT
                   IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                       DISPLAY "Counts differ; keep so_file.OLD and"
                           " investigate before using the new file."
                       MOVE 8 TO WS-CONVERT-RC
                   END-IF
               END-IF
           END-IF
           MOVE WS-CONVERT-RC TO RETURN-CODE
           STOP RUN.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE OLD-SO-NUMBER TO SO-NUMBER
           MOVE OLD-SO-CUST-ID TO SO-CUST-ID
           MOVE OLD-SO-CUST-NAME TO SO-CUST-NAME
           MOVE OLD-SO-ITEM-ID TO SO-ITEM-ID
           MOVE OLD-SO-ORDER-QTY TO SO-ORDER-QTY
           MOVE OLD-SO-SHIPPED-QTY TO SO-SHIPPED-QTY
           MOVE OLD-SO-LOCATION TO SO-LOCATION
           MOVE OLD-SO-ORDER-DATE TO SO-ORDER-DATE
           MOVE OLD-SO-STATUS TO SO-STATUS
           MOVE 0 TO SO-ALLOC-QTY
           WRITE SO-RECORD
           IF WS-SO-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "Sales order " OLD-SO-NUMBER " not written,"
                   " status=" WS-SO-STATUS
           END-IF.
