       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer_convert.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One-time rebuild of the customer file for credit control.
      * Rename the current customer_file.TXT to customer_file.OLD,
      * run this program once, and the new customer_file.TXT comes
      * out with CUST-CREDIT-LIMIT and CUST-AR-BALANCE on every
      * record, zero throughout: a zero limit is never enforced, so
      * no existing customer goes on credit hold until a limit is
      * set through Update Customer, and the open balance builds up
      * from the first invoicing run after the cutover.  Keep
      * customer_file.OLD until the converted file is verified.
           SELECT OLD-CUSTOMER-FILE ASSIGN TO "customer_file.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-CUST-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CUSTOMER-FILE.

       01 OLD-CUSTOMER-RECORD.
           05 OLD-CUST-ID PIC 9(5).
           05 OLD-CUST-NAME PIC X(20).
           05 OLD-CUST-PHONE PIC X(12).
           05 OLD-CUST-ADDRESS PIC X(30).
           05 OLD-CUST-ACTIVE PIC X(1).

       FD CUSTOMER-FILE.

       01 CUSTOMER-RECORD.
           05 CUST-ID PIC 9(5).
           05 CUST-NAME PIC X(20).
           05 CUST-PHONE PIC X(12).
           05 CUST-ADDRESS PIC X(30).
           05 CUST-ACTIVE PIC X(1).
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-AR-BALANCE PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2).
       01 WS-CUSTOMER-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-CONVERT-RC PIC 9(2) VALUE 0.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT OLD-CUSTOMER-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "customer_file.OLD not found, status="
                   WS-OLD-STATUS
               DISPLAY "Rename the current customer_file.TXT to"
                   " customer_file.OLD before running the"
                   " conversion."
               MOVE 12 TO WS-CONVERT-RC
           ELSE
               OPEN OUTPUT CUSTOMER-FILE
               IF WS-CUSTOMER-STATUS NOT = "00"
                   DISPLAY "Unable to create new customer_file.TXT,"
                       " status=" WS-CUSTOMER-STATUS
                   MOVE 12 TO WS-CONVERT-RC
                   CLOSE OLD-CUSTOMER-FILE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ OLD-CUSTOMER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CONVERT-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OLD-CUSTOMER-FILE
                   CLOSE CUSTOMER-FILE
                   DISPLAY "Conversion complete. Read=" WS-READ-COUNT
                       " Written=" WS-WRITTEN-COUNT
                   IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                       DISPLAY "Counts differ; keep customer_file.OLD"
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
           MOVE OLD-CUST-ID TO CUST-ID
           MOVE OLD-CUST-NAME TO CUST-NAME
           MOVE OLD-CUST-PHONE TO CUST-PHONE
           MOVE OLD-CUST-ADDRESS TO CUST-ADDRESS
           MOVE OLD-CUST-ACTIVE TO CUST-ACTIVE
           MOVE 0 TO CUST-CREDIT-LIMIT
           MOVE 0 TO CUST-AR-BALANCE
           WRITE CUSTOMER-RECORD
           IF WS-CUSTOMER-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "Customer " OLD-CUST-ID " not written, status="
                   WS-CUSTOMER-STATUS
           END-IF.
