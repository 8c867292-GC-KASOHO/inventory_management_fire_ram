       IDENTIFICATION DIVISION.
       PROGRAM-ID. po_approval_convert.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One-time rebuild of the purchase order header file for
      * approval limits.  Rename the current po_file.TXT to
      * po_file.OLD, run this program once, and the new po_file.TXT
      * comes out with PO-CREATED-BY and PO-APPROVED-BY blank and
      * PO-ORDER-VALUE zero on every record: orders raised before
      * the cutover were never priced, so none of them is held for
      * approval and each keeps its status.  Run po_price_convert
      * on po_line_file.TXT at the same time.  Keep po_file.OLD
      * until the converted file is verified.
           SELECT OLD-PO-FILE ASSIGN TO "po_file.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-PO-NUMBER
           FILE STATUS IS WS-OLD-STATUS.

           SELECT PO-FILE ASSIGN TO "po_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NUMBER
           FILE STATUS IS WS-PO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-PO-FILE.

       01 OLD-PO-RECORD.
           05 OLD-PO-NUMBER PIC 9(5).
           05 OLD-PO-VENDOR-ID PIC 9(5).
           05 OLD-PO-VENDOR-NAME PIC X(20).
           05 OLD-PO-EXPECTED-DATE PIC 9(8).
           05 OLD-PO-STATUS PIC X(1).

       FD PO-FILE.

       01 PO-RECORD.
           05 PO-NUMBER PIC 9(5).
           05 PO-VENDOR-ID PIC 9(5).
           05 PO-VENDOR-NAME PIC X(20).
           05 PO-EXPECTED-DATE PIC 9(8).
           05 PO-STATUS PIC X(1).
           05 PO-CREATED-BY PIC X(8).
           05 PO-APPROVED-BY PIC X(8).
           05 PO-ORDER-VALUE PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2).
       01 WS-PO-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-CONVERT-RC PIC 9(2) VALUE 0.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT OLD-PO-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "po_file.OLD not found, status="
                   WS-OLD-STATUS
               DISPLAY "Rename the current po_file.TXT to"
                   " po_file.OLD before running the conversion."
               MOVE 12 TO WS-CONVERT-RC
           ELSE
               OPEN OUTPUT PO-FILE
               IF WS-PO-STATUS NOT = "00"
                   DISPLAY "Unable to create new po_file.TXT,"
                       " status=" WS-PO-STATUS
                   MOVE 12 TO WS-CONVERT-RC
                   CLOSE OLD-PO-FILE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ OLD-PO-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CONVERT-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OLD-PO-FILE
                   CLOSE PO-FILE
                   DISPLAY "Conversion complete. Read=" WS-READ-COUNT
                       " Written=" WS-WRITTEN-COUNT
                   IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                       DISPLAY "Counts differ; keep po_file.OLD"
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
           MOVE OLD-PO-NUMBER TO PO-NUMBER
           MOVE OLD-PO-VENDOR-ID TO PO-VENDOR-ID
           MOVE OLD-PO-VENDOR-NAME TO PO-VENDOR-NAME
           MOVE OLD-PO-EXPECTED-DATE TO PO-EXPECTED-DATE
           MOVE OLD-PO-STATUS TO PO-STATUS
           MOVE SPACES TO PO-CREATED-BY
           MOVE SPACES TO PO-APPROVED-BY
           MOVE 0 TO PO-ORDER-VALUE
           WRITE PO-RECORD
           IF WS-PO-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "PO " OLD-PO-NUMBER " not written, status="
                   WS-PO-STATUS
           END-IF.
