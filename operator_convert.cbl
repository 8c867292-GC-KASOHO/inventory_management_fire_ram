       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator_convert.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One-time rebuild of the operator file for purchase order
      * approval limits.  Rename the current operator_file.TXT to
      * operator_file.OLD, run this program once, and the new
      * operator_file.TXT comes out with OPER-APPROVAL-LIMIT on
      * every record: supervisors get the largest limit the field
      * holds, so nothing they raise waits for approval, and clerks
      * get zero, so every order a clerk raises is held for a
      * supervisor until a limit is set through Update Operator.
      * Keep operator_file.OLD until the converted file is verified.
           SELECT OLD-OPERATOR-FILE ASSIGN TO "operator_file.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-OPER-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator_file.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-OPERATOR-FILE.

       01 OLD-OPERATOR-RECORD.
           05 OLD-OPER-ID PIC X(8).
           05 OLD-OPER-NAME PIC X(20).
           05 OLD-OPER-LEVEL PIC X(1).
           05 OLD-OPER-ACTIVE PIC X(1).

       FD OPERATOR-FILE.

       01 OPERATOR-RECORD.
           05 OPER-ID PIC X(8).
           05 OPER-NAME PIC X(20).
           05 OPER-LEVEL PIC X(1).
           05 OPER-ACTIVE PIC X(1).
           05 OPER-APPROVAL-LIMIT PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
       01 WS-CONVERT-RC PIC 9(2) VALUE 0.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT OLD-OPERATOR-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "operator_file.OLD not found, status="
                   WS-OLD-STATUS
               DISPLAY "Rename the current operator_file.TXT to"
                   " operator_file.OLD before running the"
                   " conversion."
               MOVE 12 TO WS-CONVERT-RC
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               IF WS-OPERATOR-STATUS NOT = "00"
                   DISPLAY "Unable to create new operator_file.TXT,"
                       " status=" WS-OPERATOR-STATUS
                   MOVE 12 TO WS-CONVERT-RC
                   CLOSE OLD-OPERATOR-FILE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ OLD-OPERATOR-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM CONVERT-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OLD-OPERATOR-FILE
                   CLOSE OPERATOR-FILE
                   DISPLAY "Conversion complete. Read=" WS-READ-COUNT
                       " Written=" WS-WRITTEN-COUNT
                   IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                       DISPLAY "Counts differ; keep operator_file.OLD"
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
           MOVE OLD-OPER-ID TO OPER-ID
           MOVE OLD-OPER-NAME TO OPER-NAME
           MOVE OLD-OPER-LEVEL TO OPER-LEVEL
           MOVE OLD-OPER-ACTIVE TO OPER-ACTIVE
           IF OLD-OPER-LEVEL = "S"
               MOVE 9999999.99 TO OPER-APPROVAL-LIMIT
           ELSE
               MOVE 0 TO OPER-APPROVAL-LIMIT
           END-IF
           WRITE OPERATOR-RECORD
           IF WS-OPERATOR-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "Operator " OLD-OPER-ID " not written, status="
                   WS-OPERATOR-STATUS
           END-IF.
