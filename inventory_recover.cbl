       IDENTIFICATION DIVISION.
       PROGRAM-ID. inventory_recover.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Snapshot to rebuild from: the same straight copy of
      * receipt.TXT that inventory_recon.cbl reads.  Bare
      * device-style name, resolved through DD_SNAPIN - see
      * jcl/INVRECOV.jcl.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPIN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNAP-ITEM-ID
           FILE STATUS IS WS-SNAP-STATUS.

      * The live inventory file, read only.  The log carries only
      * quantities, prices and costs, so names, units, vendors,
      * reorder points and reservations for the rebuilt items are
      * taken from here wherever the item can still be read.
           SELECT RECEIPT-FILE ASSIGN TO "receipt.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-ID
           FILE STATUS IS WS-RECEIPT-STATUS.

      * The rebuilt file, written next to the live one under its
      * own name so it can be checked before it is swapped in.
           SELECT RECOVERED-FILE ASSIGN TO "receipt_recovered.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-ITEM-ID
           FILE STATUS IS WS-RECOVERED-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transaction_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      * Closed months, translog_YYYYMM.txt (built at run time in
      * WS-ARCHIVE-NAME), as written by the month-end close.
           SELECT ARCHIVE-LOG-FILE ASSIGN TO WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RECOVRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SNAPSHOT-FILE.

       01 SNAPSHOT-RECORD.
           05 SNAP-ITEM-ID PIC 9(5).
           05 SNAP-ITEM-NAME PIC X(20).
           05 SNAP-ITEM-PRICE PIC 9(5)V99.
           05 SNAP-ITEM-COST PIC 9(5)V99.
           05 SNAP-ITEM-QUANTITY PIC 9(5).
           05 SNAP-ITEM-LOC-QTY PIC 9(5) OCCURS 3 TIMES.
           05 SNAP-ITEM-REORDER-POINT PIC 9(5).
           05 SNAP-ITEM-VENDOR-ID PIC 9(5).
           05 SNAP-ITEM-UOM PIC X(4).
           05 SNAP-ITEM-CASE-PACK PIC 9(4).
           05 SNAP-ITEM-COMMIT-QTY PIC 9(5) OCCURS 3 TIMES.
           05 SNAP-ITEM-LOT-CONTROLLED PIC X(1).

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

       FD RECOVERED-FILE.

       01 RECOVERED-RECORD.
           05 RCV-ITEM-ID PIC 9(5).
           05 RCV-ITEM-NAME PIC X(20).
           05 RCV-ITEM-PRICE PIC 9(5)V99.
           05 RCV-ITEM-COST PIC 9(5)V99.
           05 RCV-ITEM-QUANTITY PIC 9(5).
           05 RCV-ITEM-LOC-QTY PIC 9(5) OCCURS 3 TIMES.
           05 RCV-ITEM-REORDER-POINT PIC 9(5).
           05 RCV-ITEM-VENDOR-ID PIC 9(5).
           05 RCV-ITEM-UOM PIC X(4).
           05 RCV-ITEM-CASE-PACK PIC 9(4).
           05 RCV-ITEM-COMMIT-QTY PIC 9(5) OCCURS 3 TIMES.
           05 RCV-ITEM-LOT-CONTROLLED PIC X(1).

       FD TRANSACTION-LOG-FILE.

       01 TRANSACTION-LOG-RECORD PIC X(240).

       FD ARCHIVE-LOG-FILE.

       01 ARCHIVE-LOG-RECORD PIC X(240).

       FD RECOVERY-REPORT-FILE.

       01 RECOVERY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SNAP-STATUS PIC X(2).
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-RECOVERED-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-LIVE-OPEN PIC X(1) VALUE "N".
       01 WS-RECOVERED-OPEN PIC X(1) VALUE "N".
       01 WS-RECOVER-RC PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
      * Recovery point.  RECOVERTO (YYYYMMDD or YYYYMMDDHHMMSS; a
      * date alone means the end of that day) is required.  Lines
      * stamped at or after RECOVERFROM - the moment the snapshot
      * was taken, same formats, defaulting to the start of the
      * RECOVERTO day - and at or before RECOVERTO are replayed.
       01 WS-RECOVER-TO-IN PIC X(14).
       01 WS-RECOVER-FROM-IN PIC X(14).
       01 WS-RECOVER-TO.
           05 WS-TO-DATE PIC 9(8).
           05 WS-TO-TIME PIC 9(6).
       01 WS-RECOVER-TO-STAMP REDEFINES WS-RECOVER-TO PIC 9(14).
       01 WS-RECOVER-FROM.
           05 WS-FROM-DATE PIC 9(8).
           05 WS-FROM-TIME PIC 9(6).
       01 WS-RECOVER-FROM-STAMP REDEFINES WS-RECOVER-FROM PIC 9(14).
       01 WS-LINE-STAMP-PARTS.
           05 WS-LINE-DATE PIC 9(8).
           05 WS-LINE-TIME PIC 9(6).
       01 WS-LINE-STAMP REDEFINES WS-LINE-STAMP-PARTS PIC 9(14).
      * Lines stamped USER=<SKIPUSER> inside the window are left out
      * of the rebuild; spaces skips nothing.
       01 WS-SKIP-USER PIC X(8).
       01 WS-ARCHIVE-NAME PIC X(20).
       01 WS-SCAN-MONTH PIC 9(6).
       01 WS-SCAN-MONTH-PARTS REDEFINES WS-SCAN-MONTH.
           05 WS-SCAN-YEAR PIC 9(4).
           05 WS-SCAN-MM PIC 9(2).
       01 WS-TO-MONTH PIC 9(6).
       01 WS-FIRST-LIVE-MONTH PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-MISSING-IX PIC 9(3).
       01 WS-MISSING-TABLE.
           05 WS-MISSING-MONTH PIC 9(6) OCCURS 120 TIMES.
       01 WS-FILE-LINES PIC 9(7).
       01 WS-SNAP-COUNT PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-BEFORE-COUNT PIC 9(7) VALUE 0.
       01 WS-AFTER-COUNT PIC 9(7) VALUE 0.
       01 WS-UNREADABLE-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-UNDETERMINED-COUNT PIC 9(7) VALUE 0.
       01 WS-REPORT-LINE PIC X(100).
       01 WS-DETAIL-TAG PIC X(8).
       01 WS-DOUBT-REASON PIC X(60).
       01 WS-ITEM-DOUBTFUL PIC X(1).
       01 WS-ITEM-ON-FILE PIC X(1).
       01 WS-MASTER-FOUND PIC X(1).
       01 WS-HIST-LINE.
           05 WS-HIST-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-HIST-TIME PIC X(8).
           05 FILLER PIC X(4).
           05 WS-HIST-ID PIC 9(5).
           05 FILLER PIC X(4).
           05 WS-HIST-OP PIC X(6).
           05 FILLER PIC X(10).
           05 WS-HIST-OLD-PRICE PIC 9(5).99.
           05 FILLER PIC X(10).
           05 WS-HIST-NEW-PRICE PIC 9(5).99.
           05 FILLER PIC X(8).
           05 WS-HIST-OLD-QTY PIC 9(5).
           05 FILLER PIC X(8).
           05 WS-HIST-NEW-QTY PIC 9(5).
      * Location fields begin at column 99; lines written before
      * stock was held by location end at column 98, so a blank in
      * column 104 means the line carries no location data.
           05 FILLER PIC X(5).
           05 WS-HIST-LOC PIC 9(1).
           05 FILLER PIC X(11).
           05 WS-HIST-LOC-QTY PIC 9(5).
      * Customer fields (columns 121-140) are not needed here; cost
      * fields begin at column 141, and a blank in column 149 means
      * the line was written before unit cost was separated from
      * selling price.
           05 FILLER PIC X(20).
           05 FILLER PIC X(9).
           05 WS-HIST-OLD-COST PIC 9(5).99.
           05 FILLER PIC X(9).
           05 WS-HIST-NEW-COST PIC 9(5).99.
           05 FILLER PIC X(6).
           05 WS-HIST-USER PIC X(8).
           05 FILLER PIC X(52).
      * Log lines written before prices carried cents are 92 bytes
      * with 5-character whole-unit price fields; a line that is
      * blank from column 93 on is in this older layout.
       01 WS-HIST-LINE-OLD.
           05 FILLER PIC X(46).
           05 WS-HISTO-OLD-PRICE PIC 9(5).
           05 FILLER PIC X(10).
           05 WS-HISTO-NEW-PRICE PIC 9(5).
           05 FILLER PIC X(8).
           05 WS-HISTO-OLD-QTY PIC 9(5).
           05 FILLER PIC X(8).
           05 WS-HISTO-NEW-QTY PIC 9(5).
           05 FILLER PIC X(8).
       01 WS-APPLY-PRICE PIC 9(5)V99.
       01 WS-APPLY-OLD-PRICE PIC 9(5)V99.
       01 WS-APPLY-COST PIC 9(5)V99.
       01 WS-APPLY-OLD-COST PIC 9(5)V99.
       01 WS-APPLY-COST-FLAG PIC X(1).
       01 WS-APPLY-QTY PIC 9(5).
       01 WS-APPLY-LOC PIC 9(1).
       01 WS-APPLY-LOC-QTY PIC 9(5).
       01 WS-LOC-IX PIC 9(1).
       01 WS-LOC-SUM PIC 9(7).
       01 WS-NEW-QTY PIC S9(7).
      * Items touched by a skipped line, or created by the replay.
      * The log records each item's new quantities, not the change,
      * so once a line is skipped every later line for the item
      * carries the skipped line's effect.  The offsets hold the
      * difference between the rebuilt quantity and the logged one
      * and are added to every later line's quantities, which leaves
      * exactly the later lines' own movements in the rebuild.
       01 WS-STATE-COUNT PIC 9(4) VALUE 0.
       01 WS-STATE-IX PIC 9(4).
       01 WS-STATE-FOUND PIC 9(4).
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 2000 TIMES.
               10 WS-ST-ID PIC 9(5).
               10 WS-ST-QTY-OFFSET PIC S9(6).
               10 WS-ST-LOC-OFFSET PIC S9(6) OCCURS 3 TIMES.
               10 WS-ST-PRICE-SKIPPED PIC X(1).
               10 WS-ST-COST-SKIPPED PIC X(1).
               10 WS-ST-NEW-ITEM PIC X(1).
               10 WS-ST-NO-ADD PIC X(1).
               10 WS-ST-FLOORED PIC X(1).
               10 WS-ST-COST-AVERAGED PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RECOVERY-POINT
           IF WS-RECOVER-RC = 0
               OPEN OUTPUT RECOVERY-REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "Unable to open recovery report, status="
                       WS-REPORT-STATUS
                   MOVE 12 TO WS-RECOVER-RC
               ELSE
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM COPY-SNAPSHOT
                   IF WS-RECOVER-RC < 12
                       OPEN INPUT RECEIPT-FILE
                       IF WS-RECEIPT-STATUS = "00"
                           MOVE "Y" TO WS-LIVE-OPEN
                       ELSE
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "LIVE INVENTORY FILE NOT READABLE,"
                               " STATUS=" WS-RECEIPT-STATUS
                               " - ITEM DETAILS KEPT FROM SNAPSHOT"
                               DELIMITED BY SIZE
                               INTO WS-REPORT-LINE
                           END-STRING
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                       PERFORM REPLAY-ARCHIVES
                       PERFORM REPLAY-LIVE-LOG
                       PERFORM CHECK-MISSING-ARCHIVES
                   END-IF
                   IF WS-RECOVER-RC < 12
                       PERFORM FINISH-RECOVERED-FILE
                   END-IF
                   IF WS-LIVE-OPEN = "Y"
                       CLOSE RECEIPT-FILE
                   END-IF
                   IF WS-RECOVERED-OPEN = "Y"
                       CLOSE RECOVERED-FILE
                   END-IF
                   PERFORM WRITE-RECOVERY-TOTALS
                   CLOSE RECOVERY-REPORT-FILE
               END-IF
           END-IF
           DISPLAY "Recovery complete. Applied=" WS-APPLIED-COUNT
               " Skipped=" WS-SKIPPED-COUNT
               " Not determined=" WS-UNDETERMINED-COUNT
           MOVE WS-RECOVER-RC TO RETURN-CODE
           STOP RUN.

       GET-RECOVERY-POINT.
           ACCEPT WS-RECOVER-TO-IN FROM ENVIRONMENT "RECOVERTO"
           EVALUATE TRUE
               WHEN WS-RECOVER-TO-IN(1:8) IS NOT NUMERIC
                   DISPLAY "RECOVERTO must be YYYYMMDD or"
                       " YYYYMMDDHHMMSS; nothing rebuilt."
                   MOVE 12 TO WS-RECOVER-RC
               WHEN WS-RECOVER-TO-IN(9:6) = SPACES
                   MOVE WS-RECOVER-TO-IN(1:8) TO WS-TO-DATE
                   MOVE 235959 TO WS-TO-TIME
               WHEN WS-RECOVER-TO-IN(9:6) IS NUMERIC
                   MOVE WS-RECOVER-TO-IN(1:8) TO WS-TO-DATE
                   MOVE WS-RECOVER-TO-IN(9:6) TO WS-TO-TIME
               WHEN OTHER
                   DISPLAY "RECOVERTO must be YYYYMMDD or"
                       " YYYYMMDDHHMMSS; nothing rebuilt."
                   MOVE 12 TO WS-RECOVER-RC
           END-EVALUATE
           ACCEPT WS-RECOVER-FROM-IN FROM ENVIRONMENT "RECOVERFROM"
           EVALUATE TRUE
               WHEN WS-RECOVER-RC NOT = 0
                   CONTINUE
               WHEN WS-RECOVER-FROM-IN = SPACES
                   OR WS-RECOVER-FROM-IN = LOW-VALUES
                   MOVE WS-TO-DATE TO WS-FROM-DATE
                   MOVE 0 TO WS-FROM-TIME
               WHEN WS-RECOVER-FROM-IN(1:8) IS NOT NUMERIC
                   DISPLAY "RECOVERFROM must be YYYYMMDD or"
                       " YYYYMMDDHHMMSS; nothing rebuilt."
                   MOVE 12 TO WS-RECOVER-RC
               WHEN WS-RECOVER-FROM-IN(9:6) = SPACES
                   MOVE WS-RECOVER-FROM-IN(1:8) TO WS-FROM-DATE
                   MOVE 0 TO WS-FROM-TIME
               WHEN WS-RECOVER-FROM-IN(9:6) IS NUMERIC
                   MOVE WS-RECOVER-FROM-IN(1:8) TO WS-FROM-DATE
                   MOVE WS-RECOVER-FROM-IN(9:6) TO WS-FROM-TIME
               WHEN OTHER
                   DISPLAY "RECOVERFROM must be YYYYMMDD or"
                       " YYYYMMDDHHMMSS; nothing rebuilt."
                   MOVE 12 TO WS-RECOVER-RC
           END-EVALUATE
           IF WS-RECOVER-RC = 0
               AND WS-RECOVER-FROM-STAMP > WS-RECOVER-TO-STAMP
               DISPLAY "RECOVERFROM is later than RECOVERTO;"
                   " nothing rebuilt."
               MOVE 12 TO WS-RECOVER-RC
           END-IF
           ACCEPT WS-SKIP-USER FROM ENVIRONMENT "SKIPUSER"
           IF WS-SKIP-USER = LOW-VALUES
               MOVE SPACES TO WS-SKIP-USER
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POINT-IN-TIME RECOVERY OF THE INVENTORY FILE"
               "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REPLAYING LINES FROM " WS-FROM-DATE " " WS-FROM-TIME
               " THROUGH " WS-TO-DATE " " WS-TO-TIME
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SKIP-USER = SPACES
               MOVE "SKIPPING NO RUN" TO WS-REPORT-LINE
           ELSE
               STRING "SKIPPING EVERY LINE STAMPED USER=" WS-SKIP-USER
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "REBUILT FILE: receipt_recovered.TXT"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      * The snapshot goes into the new file as it stands; the replay
      * then works on the new file by key.
       COPY-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "Snapshot file not found, status="
                   WS-SNAP-STATUS "; nothing rebuilt."
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SNAPSHOT FILE NOT AVAILABLE, STATUS="
                   WS-SNAP-STATUS " - NOTHING REBUILT"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO WS-RECOVER-RC
           ELSE
               OPEN OUTPUT RECOVERED-FILE
               IF WS-RECOVERED-STATUS NOT = "00"
                   DISPLAY "Unable to create receipt_recovered.TXT,"
                       " status=" WS-RECOVERED-STATUS
                   MOVE 12 TO WS-RECOVER-RC
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ SNAPSHOT-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               MOVE SNAPSHOT-RECORD TO RECOVERED-RECORD
                               WRITE RECOVERED-RECORD
                               ADD 1 TO WS-SNAP-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE RECOVERED-FILE
                   OPEN I-O RECOVERED-FILE
                   IF WS-RECOVERED-STATUS NOT = "00"
                       DISPLAY "Unable to reopen receipt_recovered.TXT,"
                           " status=" WS-RECOVERED-STATUS
                       MOVE 12 TO WS-RECOVER-RC
                   ELSE
                       MOVE "Y" TO WS-RECOVERED-OPEN
                   END-IF
               END-IF
               CLOSE SNAPSHOT-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SNAPSHOT ITEMS LOADED " WS-SNAP-COUNT
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * Every month from the snapshot's to the recovery point's is
      * looked for in the archives; a month not yet closed is still
      * in the live log, which is read last.
       REPLAY-ARCHIVES.
           COMPUTE WS-SCAN-MONTH = WS-FROM-DATE / 100
           COMPUTE WS-TO-MONTH = WS-TO-DATE / 100
           PERFORM UNTIL WS-SCAN-MONTH > WS-TO-MONTH
                   OR WS-RECOVER-RC = 12
               PERFORM REPLAY-ONE-ARCHIVE
               IF WS-SCAN-MM = 12
                   ADD 1 TO WS-SCAN-YEAR
                   MOVE 1 TO WS-SCAN-MM
               ELSE
                   ADD 1 TO WS-SCAN-MM
               END-IF
           END-PERFORM.

       REPLAY-ONE-ARCHIVE.
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
                       OR WS-RECOVER-RC = 12
                   READ ARCHIVE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FILE-LINES
                           MOVE ARCHIVE-LOG-RECORD TO WS-HIST-LINE
                           PERFORM REPLAY-ONE-LINE
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

       REPLAY-LIVE-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LOG transaction_log.txt NOT FOUND, STATUS="
                   WS-LOG-STATUS
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               IF WS-RECOVER-RC < 4
                   MOVE 4 TO WS-RECOVER-RC
               END-IF
           ELSE
               MOVE 0 TO WS-FILE-LINES
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-RECOVER-RC = 12
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
                           PERFORM REPLAY-ONE-LINE
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
      * after it - otherwise it has simply not been closed yet and
      * its lines were read from the live log.
       CHECK-MISSING-ARCHIVES.
           PERFORM VARYING WS-MISSING-IX FROM 1 BY 1
                   UNTIL WS-MISSING-IX > WS-MISSING-COUNT
               IF WS-FIRST-LIVE-MONTH = 0
                   OR WS-MISSING-MONTH(WS-MISSING-IX)
                       < WS-FIRST-LIVE-MONTH
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "LOG translog_"
                       WS-MISSING-MONTH(WS-MISSING-IX)
                       ".txt NOT FOUND - THAT MONTH'S LINES WERE NOT"
                       " REPLAYED"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   IF WS-RECOVER-RC < 4
                       MOVE 4 TO WS-RECOVER-RC
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPLAY-ONE-LINE.
           IF WS-HIST-DATE IS NOT NUMERIC
               OR WS-HIST-ID IS NOT NUMERIC
               OR WS-HIST-TIME(1:6) IS NOT NUMERIC
               ADD 1 TO WS-UNREADABLE-COUNT
           ELSE
               MOVE WS-HIST-DATE TO WS-LINE-DATE
               MOVE WS-HIST-TIME(1:6) TO WS-LINE-TIME
               EVALUATE TRUE
                   WHEN WS-LINE-STAMP < WS-RECOVER-FROM-STAMP
                       ADD 1 TO WS-BEFORE-COUNT
                   WHEN WS-LINE-STAMP > WS-RECOVER-TO-STAMP
                       ADD 1 TO WS-AFTER-COUNT
                   WHEN WS-SKIP-USER NOT = SPACES
                       AND WS-HIST-USER = WS-SKIP-USER
                       PERFORM SKIP-ONE-LINE
                   WHEN OTHER
                       PERFORM APPLY-ONE-LINE
               END-EVALUATE
           END-IF.

       GET-LINE-VALUES.
           IF WS-HIST-LINE(93:1) = SPACE
               MOVE WS-HIST-LINE TO WS-HIST-LINE-OLD
               MOVE WS-HISTO-OLD-PRICE TO WS-APPLY-OLD-PRICE
               MOVE WS-HISTO-NEW-PRICE TO WS-APPLY-PRICE
               MOVE WS-HISTO-NEW-QTY TO WS-APPLY-QTY
           ELSE
               MOVE WS-HIST-OLD-PRICE TO WS-APPLY-OLD-PRICE
               MOVE WS-HIST-NEW-PRICE TO WS-APPLY-PRICE
               MOVE WS-HIST-NEW-QTY TO WS-APPLY-QTY
           END-IF
           IF WS-HIST-LINE(149:1) = SPACE
               MOVE "N" TO WS-APPLY-COST-FLAG
               MOVE 0 TO WS-APPLY-COST
               MOVE 0 TO WS-APPLY-OLD-COST
           ELSE
               MOVE "Y" TO WS-APPLY-COST-FLAG
               MOVE WS-HIST-OLD-COST TO WS-APPLY-OLD-COST
               MOVE WS-HIST-NEW-COST TO WS-APPLY-COST
           END-IF
           IF WS-HIST-LINE(104:1) = SPACE
               MOVE 0 TO WS-APPLY-LOC
               MOVE 0 TO WS-APPLY-LOC-QTY
           ELSE
               MOVE WS-HIST-LOC TO WS-APPLY-LOC
               MOVE WS-HIST-LOC-QTY TO WS-APPLY-LOC-QTY
           END-IF.

       APPLY-ONE-LINE.
           PERFORM GET-LINE-VALUES
           PERFORM READ-RECOVERED-ITEM
           PERFORM FIND-STATE-ENTRY
           EVALUATE WS-HIST-OP
               WHEN "ADD"
                   PERFORM APPLY-ADD-LINE
               WHEN "DELETE"
                   PERFORM APPLY-DELETE-LINE
               WHEN "UPDATE"
               WHEN "RECV"
               WHEN "ISSUE"
               WHEN "ADJUST"
               WHEN "XFER"
               WHEN "RETURN"
               WHEN "SCRAP"
               WHEN "KITOUT"
               WHEN "KITIN"
                   PERFORM APPLY-MOVEMENT-LINE
               WHEN OTHER
                   ADD 1 TO WS-UNREADABLE-COUNT
           END-EVALUATE.

      * An ADD fully defines the item's quantities, so anything a
      * skipped line left behind for an earlier item with the same
      * id no longer applies.  An item deleted and re-added starts
      * from empty stock everywhere, as in inventory_recon.cbl.
       APPLY-ADD-LINE.
           IF WS-STATE-FOUND NOT = 0
               PERFORM CLEAR-STATE-OFFSETS
               MOVE "N" TO WS-ST-NO-ADD(WS-STATE-FOUND)
           END-IF
           IF WS-ITEM-ON-FILE = "N"
               PERFORM GET-STATE-ENTRY
               IF WS-STATE-FOUND NOT = 0
                   MOVE "Y" TO WS-ST-NEW-ITEM(WS-STATE-FOUND)
               END-IF
               PERFORM START-NEW-RECOVERED-ITEM
           END-IF
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1 UNTIL WS-LOC-IX > 3
               MOVE 0 TO RCV-ITEM-LOC-QTY(WS-LOC-IX)
           END-PERFORM
           PERFORM SET-RECOVERED-VALUES
           PERFORM STORE-RECOVERED-ITEM
           MOVE "APPLIED" TO WS-DETAIL-TAG
           PERFORM WRITE-LINE-DETAIL
           ADD 1 TO WS-APPLIED-COUNT.

       APPLY-DELETE-LINE.
           IF WS-ITEM-ON-FILE = "Y"
               DELETE RECOVERED-FILE RECORD
                   INVALID KEY
                       DISPLAY "Delete failed for item " RCV-ITEM-ID
               END-DELETE
           END-IF
           IF WS-STATE-FOUND NOT = 0
               PERFORM CLEAR-STATE-OFFSETS
           END-IF
           MOVE "APPLIED" TO WS-DETAIL-TAG
           PERFORM WRITE-LINE-DETAIL
           ADD 1 TO WS-APPLIED-COUNT.

      * A movement for an item the rebuild does not hold means the
      * snapshot is older than its ADD line, or the ADD was skipped;
      * it is started from nothing and reported.
       APPLY-MOVEMENT-LINE.
           IF WS-ITEM-ON-FILE = "N"
               PERFORM GET-STATE-ENTRY
               IF WS-STATE-FOUND NOT = 0
                   MOVE "Y" TO WS-ST-NEW-ITEM(WS-STATE-FOUND)
                   MOVE "Y" TO WS-ST-NO-ADD(WS-STATE-FOUND)
               END-IF
               PERFORM START-NEW-RECOVERED-ITEM
           END-IF
           PERFORM SET-RECOVERED-VALUES
           PERFORM STORE-RECOVERED-ITEM
           MOVE "APPLIED" TO WS-DETAIL-TAG
           PERFORM WRITE-LINE-DETAIL
           ADD 1 TO WS-APPLIED-COUNT.

      * Price and cost are replaced only when the line itself changed
      * them once a skipped line has changed them; otherwise a later
      * line would carry the skipped value back in.  A cost averaged
      * after a skipped receipt still includes that receipt, and is
      * reported.
       SET-RECOVERED-VALUES.
           IF WS-STATE-FOUND = 0
               MOVE WS-APPLY-PRICE TO RCV-ITEM-PRICE
               IF WS-APPLY-COST-FLAG = "Y"
                   MOVE WS-APPLY-COST TO RCV-ITEM-COST
               END-IF
               MOVE WS-APPLY-QTY TO RCV-ITEM-QUANTITY
               IF WS-APPLY-LOC >= 1 AND WS-APPLY-LOC <= 3
                   MOVE WS-APPLY-LOC-QTY
                       TO RCV-ITEM-LOC-QTY(WS-APPLY-LOC)
               END-IF
           ELSE
               IF WS-ST-PRICE-SKIPPED(WS-STATE-FOUND) = "N"
                   OR WS-APPLY-OLD-PRICE NOT = WS-APPLY-PRICE
                   MOVE WS-APPLY-PRICE TO RCV-ITEM-PRICE
               END-IF
               IF WS-APPLY-COST-FLAG = "Y"
                   IF WS-ST-COST-SKIPPED(WS-STATE-FOUND) = "N"
                       MOVE WS-APPLY-COST TO RCV-ITEM-COST
                   ELSE
                       IF WS-APPLY-OLD-COST NOT = WS-APPLY-COST
                           MOVE WS-APPLY-COST TO RCV-ITEM-COST
                           MOVE "Y" TO
                               WS-ST-COST-AVERAGED(WS-STATE-FOUND)
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-NEW-QTY = WS-APPLY-QTY
                   + WS-ST-QTY-OFFSET(WS-STATE-FOUND)
               IF WS-NEW-QTY < 0
                   MOVE 0 TO WS-NEW-QTY
                   MOVE "Y" TO WS-ST-FLOORED(WS-STATE-FOUND)
               END-IF
               MOVE WS-NEW-QTY TO RCV-ITEM-QUANTITY
               IF WS-APPLY-LOC >= 1 AND WS-APPLY-LOC <= 3
                   COMPUTE WS-NEW-QTY = WS-APPLY-LOC-QTY
                       + WS-ST-LOC-OFFSET(WS-STATE-FOUND WS-APPLY-LOC)
                   IF WS-NEW-QTY < 0
                       MOVE 0 TO WS-NEW-QTY
                       MOVE "Y" TO WS-ST-FLOORED(WS-STATE-FOUND)
                   END-IF
                   MOVE WS-NEW-QTY
                       TO RCV-ITEM-LOC-QTY(WS-APPLY-LOC)
               END-IF
           END-IF.

      * The skipped line's new values become the logged values the
      * offsets are measured from; the rebuilt values stay as they
      * were.  A skipped DELETE leaves the item and its stock in
      * place.
       SKIP-ONE-LINE.
           PERFORM GET-LINE-VALUES
           PERFORM READ-RECOVERED-ITEM
           PERFORM GET-STATE-ENTRY
           IF WS-STATE-FOUND NOT = 0
               AND WS-HIST-OP NOT = "DELETE"
               IF WS-ITEM-ON-FILE = "Y"
                   COMPUTE WS-ST-QTY-OFFSET(WS-STATE-FOUND) =
                       RCV-ITEM-QUANTITY - WS-APPLY-QTY
               ELSE
                   COMPUTE WS-ST-QTY-OFFSET(WS-STATE-FOUND) =
                       0 - WS-APPLY-QTY
               END-IF
               IF WS-APPLY-LOC >= 1 AND WS-APPLY-LOC <= 3
                   IF WS-ITEM-ON-FILE = "Y"
                       COMPUTE WS-ST-LOC-OFFSET
                           (WS-STATE-FOUND WS-APPLY-LOC) =
                           RCV-ITEM-LOC-QTY(WS-APPLY-LOC)
                           - WS-APPLY-LOC-QTY
                   ELSE
                       COMPUTE WS-ST-LOC-OFFSET
                           (WS-STATE-FOUND WS-APPLY-LOC) =
                           0 - WS-APPLY-LOC-QTY
                   END-IF
               END-IF
               IF WS-APPLY-OLD-PRICE NOT = WS-APPLY-PRICE
                   MOVE "Y" TO WS-ST-PRICE-SKIPPED(WS-STATE-FOUND)
               END-IF
               IF WS-APPLY-COST-FLAG = "Y"
                   AND WS-APPLY-OLD-COST NOT = WS-APPLY-COST
                   MOVE "Y" TO WS-ST-COST-SKIPPED(WS-STATE-FOUND)
               END-IF
           END-IF
           MOVE "SKIPPED" TO WS-DETAIL-TAG
           PERFORM WRITE-LINE-DETAIL
           ADD 1 TO WS-SKIPPED-COUNT.

       READ-RECOVERED-ITEM.
           MOVE WS-HIST-ID TO RCV-ITEM-ID
           READ RECOVERED-FILE KEY IS RCV-ITEM-ID
               INVALID KEY
                   MOVE "N" TO WS-ITEM-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-ON-FILE
           END-READ.

      * Fields the log never carries get the same defaults the batch
      * load gives a new item; the live file overrides them later.
       START-NEW-RECOVERED-ITEM.
           MOVE SPACES TO RECOVERED-RECORD
           MOVE WS-HIST-ID TO RCV-ITEM-ID
           MOVE 0 TO RCV-ITEM-PRICE
           MOVE 0 TO RCV-ITEM-COST
           MOVE 0 TO RCV-ITEM-QUANTITY
           MOVE 0 TO RCV-ITEM-REORDER-POINT
           MOVE 0 TO RCV-ITEM-VENDOR-ID
           MOVE "EA" TO RCV-ITEM-UOM
           MOVE 1 TO RCV-ITEM-CASE-PACK
           MOVE "N" TO RCV-ITEM-LOT-CONTROLLED
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1 UNTIL WS-LOC-IX > 3
               MOVE 0 TO RCV-ITEM-LOC-QTY(WS-LOC-IX)
               MOVE 0 TO RCV-ITEM-COMMIT-QTY(WS-LOC-IX)
           END-PERFORM.

       STORE-RECOVERED-ITEM.
           IF WS-ITEM-ON-FILE = "Y"
               REWRITE RECOVERED-RECORD
                   INVALID KEY
                       DISPLAY "Rewrite failed for item " RCV-ITEM-ID
               END-REWRITE
           ELSE
               WRITE RECOVERED-RECORD
                   INVALID KEY
                       DISPLAY "Write failed for item " RCV-ITEM-ID
               END-WRITE
           END-IF.

       FIND-STATE-ENTRY.
           MOVE 0 TO WS-STATE-FOUND
           PERFORM VARYING WS-STATE-IX FROM 1 BY 1
                   UNTIL WS-STATE-IX > WS-STATE-COUNT
                   OR WS-STATE-FOUND NOT = 0
               IF WS-ST-ID(WS-STATE-IX) = WS-HIST-ID
                   MOVE WS-STATE-IX TO WS-STATE-FOUND
               END-IF
           END-PERFORM.

       GET-STATE-ENTRY.
           PERFORM FIND-STATE-ENTRY
           IF WS-STATE-FOUND = 0
               IF WS-STATE-COUNT < 2000
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-FOUND
                   MOVE WS-HIST-ID TO WS-ST-ID(WS-STATE-FOUND)
                   PERFORM CLEAR-STATE-OFFSETS
                   MOVE "N" TO WS-ST-NEW-ITEM(WS-STATE-FOUND)
                   MOVE "N" TO WS-ST-NO-ADD(WS-STATE-FOUND)
                   MOVE "N" TO WS-ST-FLOORED(WS-STATE-FOUND)
                   MOVE "N" TO WS-ST-COST-AVERAGED(WS-STATE-FOUND)
               ELSE
                   DISPLAY "Item table full; recovery stopped."
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MORE THAN 2000 ITEMS NEED TRACKING -"
                       " RECOVERY STOPPED, REBUILT FILE NOT USABLE"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   MOVE 12 TO WS-RECOVER-RC
               END-IF
           END-IF.

       CLEAR-STATE-OFFSETS.
           MOVE 0 TO WS-ST-QTY-OFFSET(WS-STATE-FOUND)
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1 UNTIL WS-LOC-IX > 3
               MOVE 0 TO WS-ST-LOC-OFFSET(WS-STATE-FOUND WS-LOC-IX)
           END-PERFORM
           MOVE "N" TO WS-ST-PRICE-SKIPPED(WS-STATE-FOUND)
           MOVE "N" TO WS-ST-COST-SKIPPED(WS-STATE-FOUND).

       WRITE-LINE-DETAIL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DETAIL-TAG " " WS-HIST-DATE " " WS-HIST-TIME(1:6)
               "  ITEM " WS-HIST-ID "  " WS-HIST-OP
               "  NEWQTY " WS-APPLY-QTY
               "  LOC " WS-APPLY-LOC " " WS-APPLY-LOC-QTY
               "  USER=" WS-HIST-USER
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * Last pass over the rebuilt file: carry over the details the
      * log does not hold, then list every item whose values cannot
      * be vouched for.
       FINISH-RECOVERED-FILE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ITEMS NOT FULLY DETERMINED" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO RCV-ITEM-ID
           START RECOVERED-FILE KEY IS >= RCV-ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RECOVERED-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM FINISH-ONE-ITEM
               END-READ
           END-PERFORM
           IF WS-UNDETERMINED-COUNT = 0
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF WS-RECOVER-RC < 4
                   MOVE 4 TO WS-RECOVER-RC
               END-IF
           END-IF.

       FINISH-ONE-ITEM.
           ADD 1 TO WS-WRITTEN-COUNT
           MOVE "N" TO WS-ITEM-DOUBTFUL
           MOVE "N" TO WS-MASTER-FOUND
           IF WS-LIVE-OPEN = "Y"
               MOVE RCV-ITEM-ID TO ITEM-ID
               READ RECEIPT-FILE KEY IS ITEM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MASTER-FOUND
                       MOVE ITEM-NAME TO RCV-ITEM-NAME
                       MOVE ITEM-REORDER-POINT
                           TO RCV-ITEM-REORDER-POINT
                       MOVE ITEM-VENDOR-ID TO RCV-ITEM-VENDOR-ID
                       MOVE ITEM-UOM TO RCV-ITEM-UOM
                       MOVE ITEM-CASE-PACK TO RCV-ITEM-CASE-PACK
                       MOVE ITEM-LOT-CONTROLLED
                           TO RCV-ITEM-LOT-CONTROLLED
                       PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                               UNTIL WS-LOC-IX > 3
                           MOVE ITEM-COMMIT-QTY(WS-LOC-IX)
                               TO RCV-ITEM-COMMIT-QTY(WS-LOC-IX)
                       END-PERFORM
               END-READ
           END-IF
           MOVE RCV-ITEM-ID TO WS-HIST-ID
           PERFORM FIND-STATE-ENTRY
           IF WS-STATE-FOUND NOT = 0
               IF WS-ST-NEW-ITEM(WS-STATE-FOUND) = "Y"
                   AND WS-MASTER-FOUND = "N"
                   MOVE "NOT ON SNAPSHOT OR LIVE FILE; DETAILS UNKNOWN"
                       TO WS-DOUBT-REASON
                   PERFORM WRITE-DOUBT-LINE
               END-IF
               IF WS-ST-NO-ADD(WS-STATE-FOUND) = "Y"
                   MOVE "NOT ON SNAPSHOT, NO ADD REPLAYED; FROM ZERO"
                       TO WS-DOUBT-REASON
                   PERFORM WRITE-DOUBT-LINE
               END-IF
               IF WS-ST-FLOORED(WS-STATE-FOUND) = "Y"
                   MOVE "STOCK OF SKIPPED LINES USED LATER; HELD AT 0"
                       TO WS-DOUBT-REASON
                   PERFORM WRITE-DOUBT-LINE
               END-IF
               IF WS-ST-COST-AVERAGED(WS-STATE-FOUND) = "Y"
                   MOVE "COST AVERAGED OVER A SKIPPED LINE'S COST"
                       TO WS-DOUBT-REASON
                   PERFORM WRITE-DOUBT-LINE
               END-IF
           END-IF
           MOVE 0 TO WS-LOC-SUM
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1 UNTIL WS-LOC-IX > 3
               ADD RCV-ITEM-LOC-QTY(WS-LOC-IX) TO WS-LOC-SUM
           END-PERFORM
           IF WS-LOC-SUM NOT = RCV-ITEM-QUANTITY
               MOVE "LOCATION QUANTITIES DO NOT ADD UP TO THE TOTAL"
                   TO WS-DOUBT-REASON
               PERFORM WRITE-DOUBT-LINE
           END-IF
           IF RCV-ITEM-COMMIT-QTY(1) > RCV-ITEM-LOC-QTY(1)
               OR RCV-ITEM-COMMIT-QTY(2) > RCV-ITEM-LOC-QTY(2)
               OR RCV-ITEM-COMMIT-QTY(3) > RCV-ITEM-LOC-QTY(3)
               MOVE "RESERVED STOCK EXCEEDS REBUILT ON-HAND"
                   TO WS-DOUBT-REASON
               PERFORM WRITE-DOUBT-LINE
           END-IF
           IF WS-ITEM-DOUBTFUL = "Y"
               ADD 1 TO WS-UNDETERMINED-COUNT
           END-IF
           REWRITE RECOVERED-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed for item " RCV-ITEM-ID
           END-REWRITE.

       WRITE-DOUBT-LINE.
           MOVE "Y" TO WS-ITEM-DOUBTFUL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ITEM " RCV-ITEM-ID " " RCV-ITEM-NAME " "
               WS-DOUBT-REASON
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-RECOVERY-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LINES APPLIED            " WS-APPLIED-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LINES SKIPPED (USER)     " WS-SKIPPED-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LINES BEFORE SNAPSHOT    " WS-BEFORE-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LINES AFTER RECOVERY PT  " WS-AFTER-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LINES NOT READABLE       " WS-UNREADABLE-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ITEMS IN REBUILT FILE    " WS-WRITTEN-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ITEMS NOT DETERMINED     " WS-UNDETERMINED-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-RECOVER-RC
               WHEN 0
                   MOVE "RECOVERY RESULT: REBUILT FILE COMPLETE"
                       TO WS-REPORT-LINE
               WHEN 4
                   STRING "RECOVERY RESULT: REBUILT - CHECK THE ITEMS"
                       " AND LOGS LISTED ABOVE BEFORE USING IT"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "RECOVERY RESULT: FAILED - DO NOT USE THE"
                       " REBUILT FILE"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD.
