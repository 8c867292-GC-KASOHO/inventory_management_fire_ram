       IDENTIFICATION DIVISION.
       PROGRAM-ID. inventory_lots.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same literals the interactive program uses, so the report
      * reads the inventory and lot files it maintains when run from
      * the same working directory.
           SELECT RECEIPT-FILE ASSIGN TO "receipt.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT LOT-FILE ASSIGN TO "lot_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-STATUS.

      * Expiring-stock and lot balance report.  Bare device-style
      * name, resolved through DD_LOTRPT - see jcl/INVBATCH.jcl.
           SELECT LOT-REPORT-FILE ASSIGN TO "LOTRPT"
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

       FD LOT-REPORT-FILE.

       01 LOT-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-LOT-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-LOT-EOF PIC X(1).
       01 WS-LOTS-OPEN PIC X(1) VALUE "N".
       01 WS-LOTS-RC PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
      * Days ahead of the run date the expiring-stock section looks;
      * EXPIRYDAYS overrides the default of 30.
       01 WS-EXPIRY-DAYS-IN PIC X(4).
       01 WS-EXPIRY-DAYS PIC 9(4) VALUE 30.
       01 WS-DAYS-LEFT PIC S9(5).
       01 WS-DAYS-LEFT-EDIT PIC -ZZZZ9.
       01 WS-LOC-IX PIC 9(1).
       01 WS-LOC-NAMES.
           05 FILLER PIC X(12) VALUE "MAIN WHSE".
           05 FILLER PIC X(12) VALUE "STOCKROOM A".
           05 FILLER PIC X(12) VALUE "STOCKROOM B".
       01 WS-LOC-NAME-TABLE REDEFINES WS-LOC-NAMES.
           05 WS-LOC-NAME PIC X(12) OCCURS 3 TIMES.
       01 WS-LOT-ITEM-NAME PIC X(20).
       01 WS-LOT-ITEM-COST PIC 9(5)V99.
       01 WS-LOT-ITEM-FLAG PIC X(1).
       01 WS-LOT-VALUE PIC 9(10)V99.
       01 WS-LOT-SUM PIC 9(7).
       01 WS-LOT-DIFF PIC S9(7).
       01 WS-EXP-COUNT PIC 9(5) VALUE 0.
       01 WS-EXP-QTY PIC 9(8) VALUE 0.
       01 WS-EXP-VALUE PIC 9(12)V99 VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
       01 WS-ITEMS-CHECKED PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-STRAY-COUNT PIC 9(5) VALUE 0.
       01 WS-COST-EDIT PIC ZZ,ZZ9.99.
       01 WS-VALUE-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIFF-EDIT PIC -ZZZZZZ9.
       01 WS-STATUS-TEXT PIC X(10).
       01 WS-REPORT-LINE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EXPIRY-DAYS-IN FROM ENVIRONMENT "EXPIRYDAYS"
           IF WS-EXPIRY-DAYS-IN NOT = SPACES
               COMPUTE WS-EXPIRY-DAYS =
                   FUNCTION NUMVAL(WS-EXPIRY-DAYS-IN)
           END-IF
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-EXPIRY-DAYS)
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "Inventory file not found, status="
                   WS-RECEIPT-STATUS "; no lot report produced."
               MOVE 12 TO WS-LOTS-RC
           ELSE
               OPEN OUTPUT LOT-REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "Unable to open lot report, status="
                       WS-REPORT-STATUS
                   MOVE 12 TO WS-LOTS-RC
               ELSE
                   OPEN INPUT LOT-FILE
                   IF WS-LOT-STATUS = "00"
                       MOVE "Y" TO WS-LOTS-OPEN
                   ELSE
                       DISPLAY "Lot file not found, status="
                           WS-LOT-STATUS "; no lots on file."
                   END-IF
                   PERFORM WRITE-EXPIRING-SECTION
                   PERFORM WRITE-BALANCE-SECTION
                   IF WS-LOTS-OPEN = "Y"
                       CLOSE LOT-FILE
                   END-IF
                   CLOSE LOT-REPORT-FILE
                   IF WS-MISMATCH-COUNT > 0 OR WS-STRAY-COUNT > 0
                       MOVE 4 TO WS-LOTS-RC
                   END-IF
                   DISPLAY "Lot report complete. Expiring lots="
                       WS-EXP-COUNT " Mismatches=" WS-MISMATCH-COUNT
                       " Stray lots=" WS-STRAY-COUNT
               END-IF
               CLOSE RECEIPT-FILE
           END-IF
           MOVE WS-LOTS-RC TO RETURN-CODE
           STOP RUN.

      * Every lot expiring on or before the cutoff date, expired lots
      * included, in item / location / lot order, valued at the
      * item's weighted-average unit cost.
       WRITE-EXPIRING-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXPIRING STOCK REPORT   RUN DATE " WS-RUN-DATE
               "   LOTS EXPIRING WITHIN " WS-EXPIRY-DAYS
               " DAYS (BY " WS-CUTOFF-DATE ")"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ITEM  ITEM-NAME            LOCATION     LOT       "
               TO WS-REPORT-LINE
           MOVE " EXPIRES   DAYS   QTY UNIT COST             VALUE"
               TO WS-REPORT-LINE(51:50)
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-LOTS-OPEN = "Y"
               MOVE "N" TO WS-LOT-EOF
               PERFORM UNTIL WS-LOT-EOF = "Y"
                   READ LOT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LOT-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-LOT
                   END-READ
               END-PERFORM
           END-IF
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXP-VALUE TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOTS: " WS-EXP-COUNT "   ALREADY EXPIRED: "
               WS-EXPIRED-COUNT "   QUANTITY: " WS-EXP-QTY
               "   VALUE AT COST: " WS-TOTAL-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      * Reads the lot's item for its name and cost; a lot whose item
      * is gone or no longer lot-controlled is a stray and is listed
      * in the balance section instead.
       CHECK-ONE-LOT.
           MOVE LOT-ITEM-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   MOVE "M" TO WS-LOT-ITEM-FLAG
               NOT INVALID KEY
                   MOVE ITEM-NAME TO WS-LOT-ITEM-NAME
                   MOVE ITEM-COST TO WS-LOT-ITEM-COST
                   MOVE ITEM-LOT-CONTROLLED TO WS-LOT-ITEM-FLAG
           END-READ
           IF WS-LOT-ITEM-FLAG = "Y"
               AND LOT-EXPIRY-DATE <= WS-CUTOFF-DATE
               PERFORM WRITE-EXPIRING-LINE
           END-IF.

       WRITE-EXPIRING-LINE.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF
           COMPUTE WS-LOT-VALUE = LOT-QTY * WS-LOT-ITEM-COST
           ADD 1 TO WS-EXP-COUNT
           ADD LOT-QTY TO WS-EXP-QTY
           ADD WS-LOT-VALUE TO WS-EXP-VALUE
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-EDIT
           MOVE WS-LOT-ITEM-COST TO WS-COST-EDIT
           MOVE WS-LOT-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING LOT-ITEM-ID " " WS-LOT-ITEM-NAME " "
               WS-LOC-NAME(LOT-LOCATION) " " LOT-NUMBER " "
               LOT-EXPIRY-DATE WS-DAYS-LEFT-EDIT " " LOT-QTY " "
               WS-COST-EDIT " " WS-VALUE-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * The lots of every lot-controlled item must add up to its
      * quantity at each location.  Stock moved outside the lot
      * transactions (the batch load, a manual repair of the files)
      * shows here as a difference to be put right through Update
      * Item before the stock can be drawn by lot again.
       WRITE-BALANCE-SECTION.
           MOVE "LOT BALANCE CHECK" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ITEM  ITEM-NAME            LOCATION      ON-HAND"
               TO WS-REPORT-LINE
           MOVE "  LOT TOTAL  DIFFERENCE" TO WS-REPORT-LINE(49:23)
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO ITEM-ID
           START RECEIPT-FILE KEY IS >= ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RECEIPT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ITEM-LOT-CONTROLLED = "Y"
                           ADD 1 TO WS-ITEMS-CHECKED
                           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                                   UNTIL WS-LOC-IX > 3
                               PERFORM CHECK-LOCATION-BALANCE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOTS-OPEN = "Y"
               PERFORM LIST-STRAY-LOTS
           END-IF
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-MISMATCH-COUNT = 0 AND WS-STRAY-COUNT = 0
               MOVE "IN BALANCE" TO WS-STATUS-TEXT
           ELSE
               MOVE "MISMATCH" TO WS-STATUS-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOT-CONTROLLED ITEMS: " WS-ITEMS-CHECKED
               "   LOCATION MISMATCHES: " WS-MISMATCH-COUNT
               "   STRAY LOTS: " WS-STRAY-COUNT "   "
               WS-STATUS-TEXT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       CHECK-LOCATION-BALANCE.
           MOVE 0 TO WS-LOT-SUM
           IF WS-LOTS-OPEN = "Y"
               MOVE ITEM-ID TO LOT-ITEM-ID
               MOVE WS-LOC-IX TO LOT-LOCATION
               MOVE LOW-VALUES TO LOT-NUMBER
               START LOT-FILE KEY IS >= LOT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LOT-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-LOT-EOF
               END-START
               PERFORM UNTIL WS-LOT-EOF = "Y"
                   READ LOT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LOT-EOF
                       NOT AT END
                           IF LOT-ITEM-ID NOT = ITEM-ID
                               OR LOT-LOCATION NOT = WS-LOC-IX
                               MOVE "Y" TO WS-LOT-EOF
                           ELSE
                               ADD LOT-QTY TO WS-LOT-SUM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-LOT-SUM NOT = ITEM-LOC-QTY(WS-LOC-IX)
               ADD 1 TO WS-MISMATCH-COUNT
               COMPUTE WS-LOT-DIFF =
                   WS-LOT-SUM - ITEM-LOC-QTY(WS-LOC-IX)
               MOVE WS-LOT-DIFF TO WS-DIFF-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING ITEM-ID " " ITEM-NAME " "
                   WS-LOC-NAME(WS-LOC-IX) "    "
                   ITEM-LOC-QTY(WS-LOC-IX) "    " WS-LOT-SUM
                   "    " WS-DIFF-EDIT
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * Lots held for items that are no longer on file or no longer
      * lot-controlled count toward no location quantity.
       LIST-STRAY-LOTS.
           MOVE LOW-VALUES TO LOT-KEY
           START LOT-FILE KEY IS >= LOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOT-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-LOT-EOF
           END-START
           PERFORM UNTIL WS-LOT-EOF = "Y"
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOT-EOF
                   NOT AT END
                       PERFORM CHECK-STRAY-LOT
               END-READ
           END-PERFORM.

       CHECK-STRAY-LOT.
           MOVE LOT-ITEM-ID TO ITEM-ID
           READ RECEIPT-FILE KEY IS ITEM-ID
               INVALID KEY
                   ADD 1 TO WS-STRAY-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING LOT-ITEM-ID " LOT " LOT-NUMBER " AT "
                       WS-LOC-NAME(LOT-LOCATION) " QTY " LOT-QTY
                       "  ITEM NOT ON FILE"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               NOT INVALID KEY
                   IF ITEM-LOT-CONTROLLED NOT = "Y"
                       ADD 1 TO WS-STRAY-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING LOT-ITEM-ID " LOT " LOT-NUMBER " AT "
                           WS-LOC-NAME(LOT-LOCATION) " QTY " LOT-QTY
                           "  ITEM NOT LOT-CONTROLLED"
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-READ.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO LOT-REPORT-RECORD
           WRITE LOT-REPORT-RECORD.
