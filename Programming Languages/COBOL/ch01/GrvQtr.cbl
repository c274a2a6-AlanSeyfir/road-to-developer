       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GRVQTR".
       AUTHOR.     ALAN GARCIA.
      *Quarterly grievance summary. One section per client for the
      *account manager's quarterly review: grievances received in
      *the quarter by category - how many came in, how many are
      *now resolved or withdrawn and how many are still open - and
      *the same grievances by the event they concerned. Totals
      *only, nothing identifying any member. Leave the client code
      *blank to run every client on the client master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRIEVANCE-FILE ASSIGN TO "GRIEVANCE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRV-KEY
               FILE STATUS IS WS-GRV-FS.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNT-CODE
               FILE STATUS IS WS-CLIENT-FS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "GRVQTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD GRIEVANCE-FILE.
           COPY "GRVREC.cpy".

       FD CLIENT-FILE.
           COPY "CLNTREC.cpy".

       FD SUMMARY-REPORT-FILE.
       01 SUMMARY-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-GRV-FS PIC XX.
       01 WS-CLIENT-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-CLIENTS-EOF-SW PIC X VALUE "N".
           88 END-OF-CLIENTS VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-QUARTER-ENTRY PIC 9.
       01 WS-QTR-START PIC 9(8).
       01 WS-QTR-END PIC 9(8).
       01 WS-CLIENTS-REPORTED PIC 9(3) VALUE ZERO.
       01 WS-CLIENT-TOTAL PIC 9(5).
       01 WS-CAT-SUB PIC 9.
       01 WS-CAT-COUNTS.
           05 WS-CAT-COUNT-ROW OCCURS 9 TIMES.
               10 WS-CAT-RECEIVED PIC 9(5).
               10 WS-CAT-CLOSED PIC 9(5).
               10 WS-CAT-STILL-OPEN PIC 9(5).
      *Events are counted in the order first met; a quarter with
      *more distinct events than the table holds lumps the rest
      *together so the totals still foot.
       01 WS-EVENT-MAX PIC 99 VALUE 40.
       01 WS-EVENT-USED PIC 99.
       01 WS-EVENT-SUB PIC 99.
       01 WS-EVENT-FOUND-SW PIC X VALUE "N".
           88 EVENT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-EVENT-COUNTS.
           05 WS-EVENT-ROW OCCURS 40 TIMES.
               10 WS-EVENT-ROW-CODE PIC X(6).
               10 WS-EVENT-ROW-COUNT PIC 9(5).
       01 WS-EVENT-OVERFLOW PIC 9(5).
       01 WS-EVENT-TEXT PIC X(18).
           COPY "GRVCTBL.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "QUARTERLY GRIEVANCE SUMMARY".
           DISPLAY "Employer client code (blank for all): ".
           MOVE SPACES TO WS-CLIENT-ENTRY.
           ACCEPT WS-CLIENT-ENTRY.
           DISPLAY "Year (YYYY): ".
           ACCEPT WS-YEAR-ENTRY.
           DISPLAY "Quarter (1-4): ".
           ACCEPT WS-QUARTER-ENTRY.
           COMPUTE WS-QTR-START = WS-YEAR-ENTRY * 10000
               + (WS-QUARTER-ENTRY * 3 - 2) * 100 + 1.
           COMPUTE WS-QTR-END = WS-YEAR-ENTRY * 10000
               + WS-QUARTER-ENTRY * 300 + 31.
           OPEN INPUT GRIEVANCE-FILE.
           IF WS-GRV-FS NOT = "00"
               DISPLAY "No grievances on file."
           ELSE
               OPEN INPUT CLIENT-FILE
               IF WS-CLIENT-FS NOT = "00"
                   DISPLAY "Cannot open CLIENTS.DAT, status: ",
                       WS-CLIENT-FS
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE "CLIENTS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-CLIENT-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               ELSE
                   OPEN OUTPUT SUMMARY-REPORT-FILE
                   IF WS-CLIENT-ENTRY = SPACES
                       PERFORM 0150-ALL-CLIENTS
                   ELSE
                       MOVE WS-CLIENT-ENTRY TO CLNT-CODE
                       READ CLIENT-FILE
                           INVALID KEY
                               DISPLAY "Client ", WS-CLIENT-ENTRY,
                                   " is not on the client master."
                           NOT INVALID KEY
                               PERFORM 0200-SUMMARIZE-CLIENT
                       END-READ
                   END-IF
                   CLOSE SUMMARY-REPORT-FILE
                   CLOSE CLIENT-FILE
                   DISPLAY "Summary written to GRVQTR.RPT for ",
                       WS-CLIENTS-REPORTED, " client(s)."
               END-IF
               CLOSE GRIEVANCE-FILE
           END-IF.
       GOBACK.

           0150-ALL-CLIENTS.
           SET END-OF-CLIENTS TO FALSE.
           PERFORM UNTIL END-OF-CLIENTS
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-CLIENTS TO TRUE
                   NOT AT END
                       PERFORM 0200-SUMMARIZE-CLIENT
               END-READ
           END-PERFORM.

      *Grievances are keyed by member, so each client means one
      *pass of the file picking out its own rows for the quarter.
           0200-SUMMARIZE-CLIENT.
           INITIALIZE WS-CAT-COUNTS.
           INITIALIZE WS-EVENT-COUNTS.
           MOVE ZERO TO WS-EVENT-USED.
           MOVE ZERO TO WS-EVENT-OVERFLOW.
           MOVE ZERO TO WS-CLIENT-TOTAL.
           MOVE LOW-VALUES TO GRV-KEY.
           START GRIEVANCE-FILE KEY >= GRV-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-FILE-REACHED TO FALSE.
           IF WS-GRV-FS NOT = "00"
               SET END-OF-FILE-REACHED TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ GRIEVANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF GRV-CLIENT-CODE = CLNT-CODE
                               AND GRV-RECEIVED-DATE >= WS-QTR-START
                               AND GRV-RECEIVED-DATE <= WS-QTR-END
                           PERFORM 0300-COUNT-ONE-GRIEVANCE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0500-WRITE-CLIENT-SUMMARY.
           ADD 1 TO WS-CLIENTS-REPORTED.

           0300-COUNT-ONE-GRIEVANCE.
           ADD 1 TO WS-CLIENT-TOTAL.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM UNTIL WS-CAT-SUB > GRV-CATEGORY-SIZE
               IF GRV-CAT-CODE(WS-CAT-SUB) = GRV-CATEGORY
                   ADD 1 TO WS-CAT-RECEIVED(WS-CAT-SUB)
                   IF GRV-IS-OPEN
                       ADD 1 TO WS-CAT-STILL-OPEN(WS-CAT-SUB)
                   ELSE
                       ADD 1 TO WS-CAT-CLOSED(WS-CAT-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-CAT-SUB
           END-PERFORM.
           SET EVENT-WAS-FOUND TO FALSE.
           MOVE 1 TO WS-EVENT-SUB.
           PERFORM UNTIL WS-EVENT-SUB > WS-EVENT-USED
                   OR EVENT-WAS-FOUND
               IF WS-EVENT-ROW-CODE(WS-EVENT-SUB) = GRV-EVENT-CODE
                   ADD 1 TO WS-EVENT-ROW-COUNT(WS-EVENT-SUB)
                   SET EVENT-WAS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-EVENT-SUB
               END-IF
           END-PERFORM.
           IF NOT EVENT-WAS-FOUND
               IF WS-EVENT-USED < WS-EVENT-MAX
                   ADD 1 TO WS-EVENT-USED
                   MOVE GRV-EVENT-CODE
                       TO WS-EVENT-ROW-CODE(WS-EVENT-USED)
                   MOVE 1 TO WS-EVENT-ROW-COUNT(WS-EVENT-USED)
               ELSE
                   ADD 1 TO WS-EVENT-OVERFLOW
               END-IF
           END-IF.

           0500-WRITE-CLIENT-SUMMARY.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "GRIEVANCE SUMMARY - "
               FUNCTION TRIM(CLNT-LEGAL-NAME)
               " - " WS-YEAR-ENTRY " Q" WS-QUARTER-ENTRY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "FOR: " FUNCTION TRIM(CLNT-ACCOUNT-MGR)
               "  CLIENT " CLNT-CODE
               "  RECEIVED IN QUARTER: " WS-CLIENT-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "BY CATEGORY           RECEIVED CLOSED  OPEN"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM UNTIL WS-CAT-SUB > GRV-CATEGORY-SIZE
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING "  " GRV-CAT-NAME(WS-CAT-SUB)
                   WS-CAT-RECEIVED(WS-CAT-SUB) "    "
                   WS-CAT-CLOSED(WS-CAT-SUB) "  "
                   WS-CAT-STILL-OPEN(WS-CAT-SUB)
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
               ADD 1 TO WS-CAT-SUB
           END-PERFORM.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "BY EVENT            RECEIVED"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE 1 TO WS-EVENT-SUB.
           PERFORM UNTIL WS-EVENT-SUB > WS-EVENT-USED
               IF WS-EVENT-ROW-CODE(WS-EVENT-SUB) = SPACES
                   MOVE "NO EVENT" TO WS-EVENT-TEXT
               ELSE
                   MOVE WS-EVENT-ROW-CODE(WS-EVENT-SUB)
                       TO WS-EVENT-TEXT
               END-IF
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING "  " WS-EVENT-TEXT
                   WS-EVENT-ROW-COUNT(WS-EVENT-SUB)
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
               ADD 1 TO WS-EVENT-SUB
           END-PERFORM.
           IF WS-EVENT-OVERFLOW > ZERO
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING "  OTHER EVENTS      " WS-EVENT-OVERFLOW
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "GRVQTR" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "GRVQTR".
