       IDENTIFICATION DIVISION.
       PROGRAM-ID. inventory_turnover.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same literals the interactive program uses, so the analysis
      * reads the very inventory file and log it maintains when run
      * from the same working directory.
           SELECT RECEIPT-FILE ASSIGN TO "receipt.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transaction_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      * Closed months, translog_YYYYMM.txt (built at run time in
      * WS-ARCHIVE-NAME), as written by the month-end close.
           SELECT ARCHIVE-LOG-FILE ASSIGN TO WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

      * Turnover and obsolescence report.  Bare device-style name,
      * resolved through DD_TURNRPT - see jcl/INVTURN.jcl.
           SELECT TURNOVER-REPORT-FILE ASSIGN TO "TURNRPT"
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

       FD TRANSACTION-LOG-FILE.

       01 TRANSACTION-LOG-RECORD PIC X(240).

       FD ARCHIVE-LOG-FILE.

       01 ARCHIVE-LOG-RECORD PIC X(240).

       FD TURNOVER-REPORT-FILE.

       01 TURNOVER-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-TURN-RC PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-INT PIC 9(7).
      * Usage period in months, from TURNMONTHS (default 12).  The
      * logs are always searched back at least 12 months for the
      * last issue, so an item can be judged obsolete whatever the
      * usage period.
       01 WS-TURN-MONTHS-IN PIC X(3).
       01 WS-TURN-MONTHS PIC 9(3) VALUE 12.
       01 WS-SCAN-MONTHS PIC 9(3).
       01 WS-SLOW-DAYS PIC 9(3) VALUE 90.
       01 WS-OBSOLETE-DAYS PIC 9(3) VALUE 365.
       01 WS-TURN-START PIC 9(8).
       01 WS-SCAN-START PIC 9(8).
       01 WS-WINDOW-DAYS PIC 9(5).
       01 WS-CALC-MONTHS PIC 9(3).
       01 WS-MONTH-INDEX PIC 9(6).
       01 WS-CALC-MM-0 PIC 9(2).
       01 WS-CALC-DATE PIC 9(8).
       01 WS-CALC-DATE-PARTS REDEFINES WS-CALC-DATE.
           05 WS-CALC-YEAR PIC 9(4).
           05 WS-CALC-MM PIC 9(2).
           05 WS-CALC-DD PIC 9(2).
       01 WS-ARCHIVE-NAME PIC X(20).
       01 WS-SCAN-MONTH PIC 9(6).
       01 WS-SCAN-MONTH-PARTS REDEFINES WS-SCAN-MONTH.
           05 WS-SCAN-YEAR PIC 9(4).
           05 WS-SCAN-MM PIC 9(2).
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-FIRST-LIVE-MONTH PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-MISSING-IX PIC 9(3).
       01 WS-MISSING-TABLE.
           05 WS-MISSING-MONTH PIC 9(6) OCCURS 120 TIMES.
       01 WS-FILE-LINES PIC 9(7).
       01 WS-ISSUE-LINES PIC 9(7) VALUE 0.
       01 WS-HIST-LINE.
           05 WS-HIST-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-HIST-TIME PIC X(8).
           05 FILLER PIC X(4).
           05 WS-HIST-ID PIC 9(5).
           05 FILLER PIC X(4).
           05 WS-HIST-OP PIC X(6).
           05 FILLER PIC X(10).
           05 WS-HIST-OLD-PRICE PIC X(8).
           05 FILLER PIC X(10).
           05 WS-HIST-NEW-PRICE PIC X(8).
           05 FILLER PIC X(8).
           05 WS-HIST-OLD-QTY PIC 9(5).
           05 FILLER PIC X(8).
           05 WS-HIST-NEW-QTY PIC 9(5).
           05 FILLER PIC X(142).
      * Log lines written before prices carried cents are 92 bytes
      * with 5-character whole-unit price fields; a line that is
      * blank from column 93 on is in this older layout.
       01 WS-HIST-LINE-OLD.
           05 FILLER PIC X(46).
           05 WS-HISTO-OLD-PRICE PIC X(5).
           05 FILLER PIC X(10).
           05 WS-HISTO-NEW-PRICE PIC X(5).
           05 FILLER PIC X(8).
           05 WS-HISTO-OLD-QTY PIC 9(5).
           05 FILLER PIC X(8).
           05 WS-HISTO-NEW-QTY PIC 9(5).
           05 FILLER PIC X(8).
       01 WS-LINE-OLD-QTY PIC 9(5).
       01 WS-LINE-NEW-QTY PIC 9(5).
      * One entry per item on file, loaded in key order so a line's
      * item is found by halving the table.
       01 WS-TAB-COUNT PIC 9(4) VALUE 0.
       01 WS-TAB-IX PIC 9(4).
       01 WS-TAB-FOUND PIC 9(4).
       01 WS-TAB-LOW PIC 9(4).
       01 WS-TAB-HIGH PIC 9(4).
       01 WS-TAB-MID PIC 9(4).
       01 WS-ITEM-TABLE.
           05 WS-TURN-ENTRY OCCURS 2000 TIMES.
               10 WS-TAB-ID PIC 9(5).
               10 WS-TAB-NAME PIC X(20).
               10 WS-TAB-QTY PIC 9(5).
               10 WS-TAB-COST PIC 9(5)V99.
               10 WS-TAB-VALUE PIC 9(9)V99.
               10 WS-TAB-LAST-ISSUE PIC 9(8).
               10 WS-TAB-ISSUED PIC 9(7).
      * A = active, S = slow (no issue in 90 days), O = obsolete (no
      * issue in 12 months, or never issued).
               10 WS-TAB-BUCKET PIC X(1).
       01 WS-DAYS-SINCE PIC 9(7).
       01 WS-TURNS PIC 9(5)V9.
       01 WS-DAYS-SUPPLY PIC 9(9).
       01 WS-BUCKET-WANTED PIC X(1).
       01 WS-BUCKET-TITLE PIC X(60).
       01 WS-BUCKET-COUNT PIC 9(5).
       01 WS-BUCKET-VALUE PIC 9(11)V99.
       01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-ACTIVE-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-SLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-SLOW-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-OBSOLETE-COUNT PIC 9(5) VALUE 0.
       01 WS-OBSOLETE-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-USAGE-VALUE PIC 9(13)V99 VALUE 0.
       01 WS-VALUE-PCT PIC 9(3)V9.
       01 WS-REPORT-LINE PIC X(100).
       01 WS-QTY-EDIT PIC ZZZZ9.
       01 WS-COST-EDIT PIC ZZZZ9.99.
       01 WS-VALUE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ISSUED-EDIT PIC ZZZZZZ9.
       01 WS-TURNS-EDIT PIC ZZZ9.9.
       01 WS-TURNS-TEXT PIC X(6).
       01 WS-SUPPLY-EDIT PIC ZZZZ9.
       01 WS-SUPPLY-TEXT PIC X(5).
       01 WS-LAST-TEXT PIC X(8).
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-PCT-EDIT PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TURN-MONTHS-IN FROM ENVIRONMENT "TURNMONTHS"
           IF WS-TURN-MONTHS-IN NOT = SPACES
               AND WS-TURN-MONTHS-IN NOT = LOW-VALUES
               COMPUTE WS-TURN-MONTHS =
                   FUNCTION NUMVAL(WS-TURN-MONTHS-IN)
           END-IF
           IF WS-TURN-MONTHS < 1 OR WS-TURN-MONTHS > 120
               DISPLAY "TURNMONTHS must be 1 to 120; using 12."
               MOVE 12 TO WS-TURN-MONTHS
           END-IF
           PERFORM SET-ANALYSIS-PERIOD
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "Inventory file not found, status="
                   WS-RECEIPT-STATUS "; no turnover report produced."
               MOVE 12 TO WS-TURN-RC
           ELSE
               PERFORM LOAD-ITEM-TABLE
               CLOSE RECEIPT-FILE
           END-IF
           IF WS-TURN-RC < 12
               OPEN OUTPUT TURNOVER-REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "Unable to open turnover report, status="
                       WS-REPORT-STATUS
                   MOVE 12 TO WS-TURN-RC
               ELSE
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM SCAN-ARCHIVES
                   PERFORM SCAN-LIVE-LOG
                   PERFORM CHECK-MISSING-ARCHIVES
                   PERFORM CLASSIFY-ITEMS
                   MOVE "O" TO WS-BUCKET-WANTED
                   MOVE "OBSOLETE - NO ISSUE IN 12 MONTHS, OR NEVER"
                       TO WS-BUCKET-TITLE
                   PERFORM WRITE-BUCKET-SECTION
                   MOVE "S" TO WS-BUCKET-WANTED
                   MOVE "SLOW - NO ISSUE IN THE LAST 90 DAYS"
                       TO WS-BUCKET-TITLE
                   PERFORM WRITE-BUCKET-SECTION
                   MOVE "A" TO WS-BUCKET-WANTED
                   MOVE "ACTIVE - ISSUED IN THE LAST 90 DAYS"
                       TO WS-BUCKET-TITLE
                   PERFORM WRITE-BUCKET-SECTION
                   PERFORM WRITE-BUCKET-SUMMARY
                   CLOSE TURNOVER-REPORT-FILE
               END-IF
           END-IF
           DISPLAY "Turnover analysis complete. Items=" WS-TAB-COUNT
               " Issue lines=" WS-ISSUE-LINES
               " Slow=" WS-SLOW-COUNT " Obsolete=" WS-OBSOLETE-COUNT
           MOVE WS-TURN-RC TO RETURN-CODE
           STOP RUN.

      * Usage is measured from the same day TURNMONTHS months back
      * (the 28th stands in for a day the earlier month lacks).
       SET-ANALYSIS-PERIOD.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100
           MOVE WS-TURN-MONTHS TO WS-CALC-MONTHS
           PERFORM SUBTRACT-MONTHS
           MOVE WS-CALC-DATE TO WS-TURN-START
           COMPUTE WS-WINDOW-DAYS = WS-RUN-INT
               - FUNCTION INTEGER-OF-DATE(WS-TURN-START)
           IF WS-TURN-MONTHS < 12
               MOVE 12 TO WS-SCAN-MONTHS
           ELSE
               MOVE WS-TURN-MONTHS TO WS-SCAN-MONTHS
           END-IF
           MOVE WS-SCAN-MONTHS TO WS-CALC-MONTHS
           PERFORM SUBTRACT-MONTHS
           MOVE WS-CALC-DATE TO WS-SCAN-START.

       SUBTRACT-MONTHS.
           COMPUTE WS-MONTH-INDEX = WS-RUN-YEAR * 12 + WS-RUN-MM - 1
               - WS-CALC-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CALC-YEAR
               REMAINDER WS-CALC-MM-0
           COMPUTE WS-CALC-MM = WS-CALC-MM-0 + 1
           IF WS-RUN-DD > 28
               MOVE 28 TO WS-CALC-DD
           ELSE
               MOVE WS-RUN-DD TO WS-CALC-DD
           END-IF.

       LOAD-ITEM-TABLE.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RECEIPT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TAB-COUNT < 2000
                           ADD 1 TO WS-TAB-COUNT
                           MOVE ITEM-ID TO WS-TAB-ID(WS-TAB-COUNT)
                           MOVE ITEM-NAME TO WS-TAB-NAME(WS-TAB-COUNT)
                           MOVE ITEM-QUANTITY
                               TO WS-TAB-QTY(WS-TAB-COUNT)
                           MOVE ITEM-COST TO WS-TAB-COST(WS-TAB-COUNT)
                           COMPUTE WS-TAB-VALUE(WS-TAB-COUNT) =
                               ITEM-QUANTITY * ITEM-COST
                           MOVE 0 TO WS-TAB-LAST-ISSUE(WS-TAB-COUNT)
                           MOVE 0 TO WS-TAB-ISSUED(WS-TAB-COUNT)
                           MOVE SPACE TO WS-TAB-BUCKET(WS-TAB-COUNT)
                       ELSE
                           DISPLAY "Inventory exceeds 2000 items;"
                               " no turnover report produced."
                           MOVE 12 TO WS-TURN-RC
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SLOW-MOVING, OBSOLETE STOCK AND TURNOVER ANALYSIS"
               "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "USAGE PERIOD " WS-TURN-MONTHS " MONTHS FROM "
               WS-TURN-START " (" WS-WINDOW-DAYS " DAYS);"
               " LAST ISSUE SEARCHED FROM " WS-SCAN-START
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VALUES AT CURRENT ON-HAND AND AVERAGE COST;"
               " TURNS = ANNUALIZED ISSUES / ON-HAND"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      * Every month from the start of the search to the run month is
      * looked for in the archives; a month not yet closed is still
      * in the live log, which is read last.
       SCAN-ARCHIVES.
           COMPUTE WS-SCAN-MONTH = WS-SCAN-START / 100
           PERFORM UNTIL WS-SCAN-MONTH > WS-RUN-MONTH
               PERFORM SCAN-ONE-ARCHIVE
               IF WS-SCAN-MM = 12
                   ADD 1 TO WS-SCAN-YEAR
                   MOVE 1 TO WS-SCAN-MM
               ELSE
                   ADD 1 TO WS-SCAN-MM
               END-IF
           END-PERFORM.

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "translog_" WS-SCAN-MONTH ".txt"
               DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE 0 TO WS-FILE-LINES
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FILE-LINES
                           MOVE ARCHIVE-LOG-RECORD TO WS-HIST-LINE
                           PERFORM TALLY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LOG " WS-ARCHIVE-NAME " LINES READ "
                   WS-FILE-LINES
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF WS-MISSING-COUNT < 120
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-SCAN-MONTH
                       TO WS-MISSING-MONTH(WS-MISSING-COUNT)
               END-IF
           END-IF.

       SCAN-LIVE-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LOG transaction_log.txt NOT FOUND, STATUS="
                   WS-LOG-STATUS
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 0 TO WS-FILE-LINES
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FILE-LINES
                           MOVE TRANSACTION-LOG-RECORD TO WS-HIST-LINE
                           IF WS-FIRST-LIVE-MONTH = 0
                               AND WS-HIST-DATE IS NUMERIC
                               COMPUTE WS-FIRST-LIVE-MONTH =
                                   WS-HIST-DATE / 100
                           END-IF
                           PERFORM TALLY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LOG transaction_log.txt LINES READ "
                   WS-FILE-LINES
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * A month with no archive is only a gap if the live log starts
      * after it - otherwise it has simply not been closed yet.  A
      * gap understates usage, so the report is flagged.
       CHECK-MISSING-ARCHIVES.
           PERFORM VARYING WS-MISSING-IX FROM 1 BY 1
                   UNTIL WS-MISSING-IX > WS-MISSING-COUNT
               IF WS-FIRST-LIVE-MONTH = 0
                   OR WS-MISSING-MONTH(WS-MISSING-IX)
                       < WS-FIRST-LIVE-MONTH
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "LOG translog_"
                       WS-MISSING-MONTH(WS-MISSING-IX)
                       ".txt NOT FOUND - ISSUES THAT MONTH NOT COUNTED"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   IF WS-TURN-RC < 4
                       MOVE 4 TO WS-TURN-RC
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      * Issues (interactive, batch and ship-confirmed) are the only
      * usage counted; the units issued are the fall in the item's
      * total on the line.
       TALLY-ONE-LINE.
           IF WS-HIST-DATE IS NUMERIC
               AND WS-HIST-ID IS NUMERIC
               AND WS-HIST-OP = "ISSUE"
               AND WS-HIST-DATE >= WS-SCAN-START
               AND WS-HIST-DATE <= WS-RUN-DATE
               PERFORM FIND-TABLE-ENTRY
               IF WS-TAB-FOUND NOT = 0
                   ADD 1 TO WS-ISSUE-LINES
                   IF WS-HIST-DATE > WS-TAB-LAST-ISSUE(WS-TAB-FOUND)
                       MOVE WS-HIST-DATE
                           TO WS-TAB-LAST-ISSUE(WS-TAB-FOUND)
                   END-IF
                   IF WS-HIST-DATE >= WS-TURN-START
                       IF WS-HIST-LINE(93:1) = SPACE
                           MOVE WS-HIST-LINE TO WS-HIST-LINE-OLD
                           MOVE WS-HISTO-OLD-QTY TO WS-LINE-OLD-QTY
                           MOVE WS-HISTO-NEW-QTY TO WS-LINE-NEW-QTY
                       ELSE
                           MOVE WS-HIST-OLD-QTY TO WS-LINE-OLD-QTY
                           MOVE WS-HIST-NEW-QTY TO WS-LINE-NEW-QTY
                       END-IF
                       IF WS-LINE-OLD-QTY > WS-LINE-NEW-QTY
                           COMPUTE WS-TAB-ISSUED(WS-TAB-FOUND) =
                               WS-TAB-ISSUED(WS-TAB-FOUND)
                               + WS-LINE-OLD-QTY - WS-LINE-NEW-QTY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-TABLE-ENTRY.
           MOVE 0 TO WS-TAB-FOUND
           MOVE 1 TO WS-TAB-LOW
           MOVE WS-TAB-COUNT TO WS-TAB-HIGH
           PERFORM UNTIL WS-TAB-LOW > WS-TAB-HIGH
                   OR WS-TAB-FOUND NOT = 0
               COMPUTE WS-TAB-MID = (WS-TAB-LOW + WS-TAB-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-TAB-ID(WS-TAB-MID) = WS-HIST-ID
                       MOVE WS-TAB-MID TO WS-TAB-FOUND
                   WHEN WS-TAB-ID(WS-TAB-MID) < WS-HIST-ID
                       COMPUTE WS-TAB-LOW = WS-TAB-MID + 1
                   WHEN OTHER
                       IF WS-TAB-MID = 1
                           MOVE 0 TO WS-TAB-HIGH
                       ELSE
                           COMPUTE WS-TAB-HIGH = WS-TAB-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

       CLASSIFY-ITEMS.
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               IF WS-TAB-LAST-ISSUE(WS-TAB-IX) = 0
                   MOVE "O" TO WS-TAB-BUCKET(WS-TAB-IX)
               ELSE
                   COMPUTE WS-DAYS-SINCE = WS-RUN-INT
                       - FUNCTION INTEGER-OF-DATE
                           (WS-TAB-LAST-ISSUE(WS-TAB-IX))
                   EVALUATE TRUE
                       WHEN WS-DAYS-SINCE > WS-OBSOLETE-DAYS
                           MOVE "O" TO WS-TAB-BUCKET(WS-TAB-IX)
                       WHEN WS-DAYS-SINCE > WS-SLOW-DAYS
                           MOVE "S" TO WS-TAB-BUCKET(WS-TAB-IX)
                       WHEN OTHER
                           MOVE "A" TO WS-TAB-BUCKET(WS-TAB-IX)
                   END-EVALUATE
               END-IF
               EVALUATE WS-TAB-BUCKET(WS-TAB-IX)
                   WHEN "O"
                       ADD 1 TO WS-OBSOLETE-COUNT
                       ADD WS-TAB-VALUE(WS-TAB-IX) TO WS-OBSOLETE-VALUE
                   WHEN "S"
                       ADD 1 TO WS-SLOW-COUNT
                       ADD WS-TAB-VALUE(WS-TAB-IX) TO WS-SLOW-VALUE
                   WHEN OTHER
                       ADD 1 TO WS-ACTIVE-COUNT
                       ADD WS-TAB-VALUE(WS-TAB-IX) TO WS-ACTIVE-VALUE
               END-EVALUATE
               ADD WS-TAB-VALUE(WS-TAB-IX) TO WS-TOTAL-VALUE
               COMPUTE WS-USAGE-VALUE = WS-USAGE-VALUE
                   + WS-TAB-ISSUED(WS-TAB-IX) * WS-TAB-COST(WS-TAB-IX)
           END-PERFORM.

       WRITE-BUCKET-SECTION.
           MOVE 0 TO WS-BUCKET-COUNT
           MOVE 0 TO WS-BUCKET-VALUE
           MOVE WS-BUCKET-TITLE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ITEM  NAME               ON-HAND  UNIT COST     "
               "     VALUE LAST ISS  ISSUED  TURNS  DAYS SUPPLY"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               IF WS-TAB-BUCKET(WS-TAB-IX) = WS-BUCKET-WANTED
                   ADD 1 TO WS-BUCKET-COUNT
                   ADD WS-TAB-VALUE(WS-TAB-IX) TO WS-BUCKET-VALUE
                   PERFORM WRITE-TURNOVER-ITEM-LINE
               END-IF
           END-PERFORM
           MOVE WS-BUCKET-COUNT TO WS-COUNT-EDIT
           MOVE WS-BUCKET-VALUE TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ITEMS " WS-COUNT-EDIT "   VALUE " WS-TOTAL-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      * Turns are annualized issues over current on-hand (no stock,
      * no figure); days of supply is on-hand at the period's daily
      * usage (no issues, no figure).
       WRITE-TURNOVER-ITEM-LINE.
           MOVE WS-TAB-QTY(WS-TAB-IX) TO WS-QTY-EDIT
           MOVE WS-TAB-COST(WS-TAB-IX) TO WS-COST-EDIT
           MOVE WS-TAB-VALUE(WS-TAB-IX) TO WS-VALUE-EDIT
           MOVE WS-TAB-ISSUED(WS-TAB-IX) TO WS-ISSUED-EDIT
           IF WS-TAB-LAST-ISSUE(WS-TAB-IX) = 0
               MOVE "NONE" TO WS-LAST-TEXT
           ELSE
               MOVE WS-TAB-LAST-ISSUE(WS-TAB-IX) TO WS-LAST-TEXT
           END-IF
           IF WS-TAB-QTY(WS-TAB-IX) = 0
               MOVE "   N/A" TO WS-TURNS-TEXT
           ELSE
               COMPUTE WS-TURNS ROUNDED =
                   WS-TAB-ISSUED(WS-TAB-IX) * 365
                   / WS-WINDOW-DAYS / WS-TAB-QTY(WS-TAB-IX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-TURNS
               END-COMPUTE
               IF WS-TURNS > 9999.9
                   MOVE 9999.9 TO WS-TURNS
               END-IF
               MOVE WS-TURNS TO WS-TURNS-EDIT
               MOVE WS-TURNS-EDIT TO WS-TURNS-TEXT
           END-IF
           IF WS-TAB-ISSUED(WS-TAB-IX) = 0
               MOVE "  N/A" TO WS-SUPPLY-TEXT
           ELSE
               COMPUTE WS-DAYS-SUPPLY =
                   WS-TAB-QTY(WS-TAB-IX) * WS-WINDOW-DAYS
                   / WS-TAB-ISSUED(WS-TAB-IX)
               IF WS-DAYS-SUPPLY > 99999
                   MOVE 99999 TO WS-DAYS-SUPPLY
               END-IF
               MOVE WS-DAYS-SUPPLY TO WS-SUPPLY-EDIT
               MOVE WS-SUPPLY-EDIT TO WS-SUPPLY-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TAB-ID(WS-TAB-IX) " " WS-TAB-NAME(WS-TAB-IX)
               " " WS-QTY-EDIT "   " WS-COST-EDIT " " WS-VALUE-EDIT
               " " WS-LAST-TEXT " " WS-ISSUED-EDIT " " WS-TURNS-TEXT
               "        " WS-SUPPLY-TEXT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-BUCKET-SUMMARY.
           MOVE "VALUE TIED UP BY BUCKET" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BUCKET     ITEMS             VALUE   PCT"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "ACTIVE  " TO WS-BUCKET-TITLE
           MOVE WS-ACTIVE-COUNT TO WS-BUCKET-COUNT
           MOVE WS-ACTIVE-VALUE TO WS-BUCKET-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SLOW    " TO WS-BUCKET-TITLE
           MOVE WS-SLOW-COUNT TO WS-BUCKET-COUNT
           MOVE WS-SLOW-VALUE TO WS-BUCKET-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "OBSOLETE" TO WS-BUCKET-TITLE
           MOVE WS-OBSOLETE-COUNT TO WS-BUCKET-COUNT
           MOVE WS-OBSOLETE-VALUE TO WS-BUCKET-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "TOTAL   " TO WS-BUCKET-TITLE
           MOVE WS-TAB-COUNT TO WS-BUCKET-COUNT
           MOVE WS-TOTAL-VALUE TO WS-BUCKET-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TOTAL-VALUE = 0
               MOVE "OVERALL ANNUALIZED TURNOVER AT COST:    N/A"
                   TO WS-REPORT-LINE
           ELSE
               COMPUTE WS-TURNS ROUNDED =
                   WS-USAGE-VALUE * 365 / WS-WINDOW-DAYS
                   / WS-TOTAL-VALUE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-TURNS
               END-COMPUTE
               MOVE WS-TURNS TO WS-TURNS-EDIT
               STRING "OVERALL ANNUALIZED TURNOVER AT COST: "
                   WS-TURNS-EDIT
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY-LINE.
           IF WS-TOTAL-VALUE = 0
               MOVE 0 TO WS-VALUE-PCT
           ELSE
               COMPUTE WS-VALUE-PCT ROUNDED =
                   WS-BUCKET-VALUE * 100 / WS-TOTAL-VALUE
           END-IF
           MOVE WS-BUCKET-COUNT TO WS-COUNT-EDIT
           MOVE WS-BUCKET-VALUE TO WS-TOTAL-EDIT
           MOVE WS-VALUE-PCT TO WS-PCT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-BUCKET-TITLE(1:8) "   " WS-COUNT-EDIT " "
               WS-TOTAL-EDIT " " WS-PCT-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TURNOVER-REPORT-RECORD
           WRITE TURNOVER-REPORT-RECORD.
