       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LABOUTS".
       AUTHOR.     ALAN GARCIA.
      *Outstanding lab requisitions report. Every venous draw
      *ordered with no result imported and no cancellation is
      *listed oldest first with its age in days since the order,
      *and anything past the overdue age is flagged so the nurse
      *chases the lab for a lost specimen within days instead of
      *waiting for the member to call. Counts by age band close
      *the report. Runs without prompts so it can sit in the
      *nightly chain; return code 4 when anything is overdue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO "LABREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LREQ-ACCESSION
               ALTERNATE RECORD KEY IS LREQ-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LREQ-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT OUTSTANDING-REPORT-FILE ASSIGN TO "LABOUTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISITION-FILE.
           COPY "LREQREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD OUTSTANDING-REPORT-FILE.
       01 OUTSTANDING-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LREQ-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-REQUISITIONS VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
      *The lab turns a routine panel around in two to three days;
      *a week with nothing back means the specimen is likely lost.
       01 OVERDUE-DAYS PIC 9(3) VALUE 7.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-ORDER-INT PIC 9(7).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-FLAG-TEXT PIC X(12).
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGE-0-3-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGE-4-7-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGE-8-14-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGE-OVER-14-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "OUTSTANDING LAB REQUISITIONS".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT REQUISITION-FILE.
           IF WS-LREQ-FS NOT = "00"
               DISPLAY "No lab requisitions on file."
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT OUTSTANDING-REPORT-FILE
               MOVE SPACES TO OUTSTANDING-REPORT-LINE
               STRING "LAB REQUISITIONS WITH NO RESULT AS OF "
                   WS-TODAY-DATE "  (OVERDUE AFTER " OVERDUE-DAYS
                   " DAYS)"
                   DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE
               WRITE OUTSTANDING-REPORT-LINE
               MOVE SPACES TO OUTSTANDING-REPORT-LINE
               STRING "ACCESSION MEMBER NAME                 "
                   "PANEL ORDERED  AGE   BY"
                   DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE
               WRITE OUTSTANDING-REPORT-LINE
               SET END-OF-REQUISITIONS TO FALSE
               PERFORM UNTIL END-OF-REQUISITIONS
                   READ REQUISITION-FILE NEXT RECORD
                       AT END
                           SET END-OF-REQUISITIONS TO TRUE
                       NOT AT END
                           IF LREQ-IS-OUTSTANDING
                               PERFORM 0200-REPORT-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0300-REPORT-TOTALS
               CLOSE REQUISITION-FILE
               IF WS-MASTER-FS = "00"
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               CLOSE OUTSTANDING-REPORT-FILE
               DISPLAY "Outstanding requisitions: ",
                   WS-OUTSTANDING-COUNT
               DISPLAY "  Overdue: ", WS-OVERDUE-COUNT
               IF WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

           0200-REPORT-ONE-ORDER.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           COMPUTE WS-ORDER-INT =
               FUNCTION INTEGER-OF-DATE(LREQ-ORDER-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ORDER-INT.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 3
                   ADD 1 TO WS-AGE-0-3-COUNT
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-AGE-4-7-COUNT
               WHEN WS-AGE-DAYS <= 14
                   ADD 1 TO WS-AGE-8-14-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-14-COUNT
           END-EVALUATE.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-AGE-DAYS > OVERDUE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "** OVERDUE" TO WS-FLAG-TEXT
           END-IF.
           MOVE SPACES TO WS-MEMBER-NAME.
           IF WS-MASTER-FS = "00"
               MOVE LREQ-MEMBER-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-MEMBER-NAME
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-MEMBER-NAME
               END-READ
           END-IF.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING LREQ-ACCESSION "  " LREQ-MEMBER-ID " "
               WS-MEMBER-NAME "  " LREQ-PANEL "  " LREQ-ORDER-DATE
               " " WS-AGE-DAYS " " LREQ-OPERATOR-ID " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.

           0300-REPORT-TOTALS.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING "OUTSTANDING: " WS-OUTSTANDING-COUNT
               "  OVERDUE: " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING "AGE 0-3 DAYS: " WS-AGE-0-3-COUNT
               "  4-7: " WS-AGE-4-7-COUNT
               "  8-14: " WS-AGE-8-14-COUNT
               "  OVER 14: " WS-AGE-OVER-14-COUNT
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.
       END PROGRAM "LABOUTS".
