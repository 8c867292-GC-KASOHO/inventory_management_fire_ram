       IDENTIFICATION DIVISION.
       PROGRAM-ID. po_price_convert.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One-time rebuild of the purchase order line file for agreed
      * costs.  Rename the current po_line_file.TXT to
      * po_line_file.OLD, run this program once, and the new
      * po_line_file.TXT comes out with PO-LINE-AGREED-COST,
      * PO-LINE-RECEIVED-EACHES and PO-LINE-RECEIVED-VALUE on every
      * record, zero throughout: lines raised before the cutover
      * have no agreed cost, so receiving shows no variance for them
      * and the purchase price variance report leaves them out.
      * Run po_approval_convert on po_file.TXT at the same time.
      * Keep po_line_file.OLD until the converted file is verified.
           SELECT OLD-PO-LINE-FILE ASSIGN TO "po_line_file.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-PO-LINE-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT PO-LINE-FILE ASSIGN TO "po_line_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-LINE-KEY
           FILE STATUS IS WS-PO-LINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-PO-LINE-FILE.

       01 OLD-PO-LINE-RECORD.
           05 OLD-PO-LINE-KEY.
               10 OLD-PO-LINE-PO-NUMBER PIC 9(5).
               10 OLD-PO-LINE-NUMBER PIC 9(3).
           05 OLD-PO-LINE-ITEM-ID PIC 9(5).
           05 OLD-PO-LINE-QUANTITY PIC 9(5).
           05 OLD-PO-LINE-RECEIVED-QTY PIC 9(5).
           05 OLD-PO-LINE-STATUS PIC X(1).
           05 OLD-PO-LINE-RECEIPT-DATE PIC 9(8).

       FD PO-LINE-FILE.

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

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2).
       01 WS-PO-LINE-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-CONVERT-RC PIC 9(2) VALUE 0.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT OLD-PO-LINE-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "po_line_file.OLD not found, status="
                   WS-OLD-STATUS
               DISPLAY "Rename the current po_line_file.TXT to"
                   " po_line_file.OLD before running the conversion."
               MOVE 12 TO WS-CONVERT-RC
           ELSE
               OPEN OUTPUT PO-LINE-FILE
               IF WS-PO-LINE-STATUS NOT = "00"
                   DISPLAY "Unable to create new po_line_file.TXT,"
                       " status=" WS-PO-LINE-STATUS
                   MOVE 12 TO WS-CONVERT-RC
                   CLOSE OLD-PO-LINE-FILE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ OLD-PO-LINE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CONVERT-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OLD-PO-LINE-FILE
                   CLOSE PO-LINE-FILE
                   DISPLAY "Conversion complete. Read=" WS-READ-COUNT
                       " Written=" WS-WRITTEN-COUNT
                   IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                       DISPLAY "Counts differ; keep po_line_file.OLD"
                           " and investigate before using the new"
                           " file."
                       MOVE 8 TO WS-CONVERT-RC
                   END-IF
               END-IF
           END-IF
           MOVE WS-CONVERT-RC TO RETURN-CODE
           STOP RUN.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE OLD-PO-LINE-PO-NUMBER TO PO-LINE-PO-NUMBER
           MOVE OLD-PO-LINE-NUMBER TO PO-LINE-NUMBER
           MOVE OLD-PO-LINE-ITEM-ID TO PO-LINE-ITEM-ID
           MOVE OLD-PO-LINE-QUANTITY TO PO-LINE-QUANTITY
           MOVE OLD-PO-LINE-RECEIVED-QTY TO PO-LINE-RECEIVED-QTY
           MOVE OLD-PO-LINE-STATUS TO PO-LINE-STATUS
           MOVE OLD-PO-LINE-RECEIPT-DATE TO PO-LINE-RECEIPT-DATE
           MOVE 0 TO PO-LINE-AGREED-COST
           MOVE 0 TO PO-LINE-RECEIVED-EACHES
           MOVE 0 TO PO-LINE-RECEIVED-VALUE
           WRITE PO-LINE-RECORD
           IF WS-PO-LINE-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "PO " OLD-PO-LINE-PO-NUMBER " line "
                   OLD-PO-LINE-NUMBER " not written, status="
                   WS-PO-LINE-STATUS
           END-IF.
