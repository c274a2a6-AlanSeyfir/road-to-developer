       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EVNTPLAN".
       AUTHOR.     ALAN GARCIA.
      *Event location planning for one client. The client's active
      *members are grouped by home ZIP, and each ZIP cluster shows
      *how many are due for their annual screening by the end of
      *the coming calendar quarter - those whose last reading's
      *anniversary falls in the quarter, and those already past it
      *or never screened - beside the turnout it gave the client's
      *past events (readings tagged with the event, as EVENTRPT
      *counts them) and the past event that drew it best. Clusters
      *are ranked as candidate sites by the members due who have
      *never been screened at any of the client's events, so the
      *next event goes where the unreached are and not where a
      *sponsor contact happens to suggest. Each past event is
      *listed with its turnout and the ZIP most of it came from.
      *Turnout here is from members active today. Return code 4
      *when no active member of the client is due, 8 when a file
      *cannot be read or the client is not on file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-CODE
               FILE STATUS IS WS-EVENT-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT PLANNING-REPORT-FILE ASSIGN TO "EVNTPLAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
           COPY "EVENTREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

      *ZIP is the major key. Each member gives one row with event
      *number zero carrying where they stand for the quarter, and
      *one row per reading at a past event of the client, so a
      *cluster's members come first and its event turnout after
      *them, event by event.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SORT-ZIP PIC X(5).
           05 SORT-EVENT-IX PIC 9(3).
           05 SORT-DUE-CODE PIC X.
               88 SORT-DUE-IN-QUARTER VALUE "Q".
               88 SORT-OVERDUE VALUE "O".
               88 SORT-NEVER-SCREENED VALUE "N".
           05 SORT-ATTENDED-FLAG PIC X.
               88 SORT-HAS-ATTENDED VALUE "Y".

       FD PLANNING-REPORT-FILE.
       01 PLANNING-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-SORT-RETURN PIC 99.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-LOOKUP-EOF-SW PIC X VALUE "N".
           88 END-OF-LOOKUP VALUE "Y" FALSE "N".
       01 WS-SORT-EOF-SW PIC X VALUE "N".
           88 END-OF-SORTED-ROWS VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 99.
           05 WS-TODAY-DAY PIC 99.

      *The coming quarter is the calendar quarter after today's.
       01 WS-QUARTER-YEAR PIC 9(4).
       01 WS-QUARTER-MONTH PIC 99.
       01 WS-MONTHS-GONE PIC 99.
       01 WS-QUARTER-INDEX PIC 9.
       01 WS-QUARTER-START PIC 9(8).
       01 WS-QUARTER-END PIC 9(8).
       01 WS-ANNIVERSARY PIC 9(8).

      *The client's past events: those held before today with at
      *least one reading by a member of the client.
       01 EVENT-TABLE-SIZE PIC 9(3) VALUE 500.
       01 WS-EVENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 500 TIMES.
               10 WS-EV-CODE PIC X(6).
               10 WS-EV-DATE PIC 9(8).
               10 WS-EV-LOCATION PIC X(20).
               10 WS-EV-COMMIT PIC 9(5).
               10 WS-EV-TURNOUT PIC 9(5).
               10 WS-EV-TOP-ZIP PIC X(5).
               10 WS-EV-TOP-COUNT PIC 9(5).
       01 WS-EX PIC 9(3).
       01 WS-FOUND-EX PIC 9(3).
       01 WS-EVENTS-WITH-TURNOUT PIC 9(3) VALUE ZERO.
       01 WS-EVENT-OVERFLOW-SW PIC X VALUE "N".
           88 EVENT-TABLE-OVERFLOWED VALUE "Y" FALSE "N".

      *One entry per ZIP, in ZIP order off the sort.
       01 CLUSTER-TABLE-SIZE PIC 9(4) VALUE 2000.
       01 WS-CLUSTER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CLUSTER-TABLE.
           05 WS-CLUSTER-ENTRY OCCURS 2000 TIMES.
               10 WS-CL-ZIP PIC X(5).
               10 WS-CL-ACTIVE PIC 9(5).
               10 WS-CL-DUE-QUARTER PIC 9(5).
               10 WS-CL-OVERDUE PIC 9(5).
               10 WS-CL-UNREACHED PIC 9(5).
               10 WS-CL-TURNOUT PIC 9(5).
               10 WS-CL-EVENTS PIC 9(3).
               10 WS-CL-TOP-EX PIC 9(3).
               10 WS-CL-TOP-COUNT PIC 9(5).
               10 WS-CL-RANK PIC 9(3).
       01 WS-CX PIC 9(4).
       01 WS-BEST-CX PIC 9(4).
       01 WS-CLUSTERS-DROPPED PIC 9(5) VALUE ZERO.
       01 CANDIDATE-LIST-SIZE PIC 99 VALUE 10.
       01 WS-RANK PIC 9(3).
       01 WS-RANKING-SW PIC X VALUE "N".
           88 RANKING-DONE VALUE "Y" FALSE "N".

      *The member being released and the group being summed.
       01 WS-DUE-CODE PIC X.
           88 MEMBER-DUE-IN-QUARTER VALUE "Q".
           88 MEMBER-OVERDUE VALUE "O".
           88 MEMBER-NEVER-SCREENED VALUE "N".
       01 WS-ATTENDED-SW PIC X VALUE "N".
           88 MEMBER-HAS-ATTENDED VALUE "Y" FALSE "N".
       01 WS-CURRENT-ZIP PIC X(5).
       01 WS-CURRENT-EX PIC 9(3).
       01 WS-GROUP-COUNT PIC 9(5).
       01 WS-CLUSTER-SW PIC X VALUE "N".
           88 CLUSTER-IN-TABLE VALUE "Y" FALSE "N".

      *Run counts for the report.
       01 WS-ACTIVE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-ZIP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DUE-TOTAL PIC 9(6) VALUE ZERO.
       01 WS-UNREACHED-TOTAL PIC 9(6) VALUE ZERO.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.

       01 WS-CLUSTER-LINE.
           05 WS-CLN-RANK PIC ZZZZ.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CLN-ZIP PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CLN-ACTIVE PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CLN-DUE-QUARTER PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CLN-OVERDUE PIC ZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-CLN-UNREACHED PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CLN-TURNOUT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CLN-EVENTS PIC ZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-CLN-TOP-LOCATION PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-CLN-TOP-COUNT PIC ZZ,ZZ9.
       01 WS-EVENT-LINE.
           05 WS-EVL-CODE PIC X(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-EVL-DATE PIC 9(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-EVL-LOCATION PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-EVL-COMMIT PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EVL-TURNOUT PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EVL-TOP-ZIP PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EVL-TOP-COUNT PIC ZZ,ZZ9.
           COPY "CLNTREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "EVENT LOCATION PLANNING".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Employer client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF CLNT-REQ-NOT-ON-FILE
               DISPLAY "Client ", WS-CLIENT-ENTRY,
                   " is not on the client master."
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0110-SET-QUARTER
               PERFORM 0150-LOAD-EVENTS
           END-IF.
           IF WS-RETURN-CODE = ZERO
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN INPUT BMI-HISTORY-FILE
               IF WS-MASTER-FS NOT = "00"
                   DISPLAY "Cannot open MEMBERS.DAT, status: ",
                       WS-MASTER-FS
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                   MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SORT-ZIP SORT-EVENT-IX
                       INPUT PROCEDURE IS 0300-RELEASE-MEMBERS
                       OUTPUT PROCEDURE IS 0500-BUILD-CLUSTERS
                   IF SORT-RETURN NOT = ZERO
                       MOVE SORT-RETURN TO WS-SORT-RETURN
                       DISPLAY "Sort of the member ZIPs failed, "
                           "sort return: ", WS-SORT-RETURN
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               IF WS-HISTORY-FS NOT = "35"
                   CLOSE BMI-HISTORY-FILE
               END-IF
           END-IF.
           IF WS-RETURN-CODE = ZERO
               PERFORM 0600-RANK-CANDIDATES
               PERFORM 0700-WRITE-REPORT
           END-IF.
           IF WS-RETURN-CODE = ZERO AND WS-DUE-TOTAL = ZERO
               DISPLAY "No active member of ", WS-CLIENT-ENTRY,
                   " is due by ", WS-QUARTER-END, "."
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *The quarter index is taken whole before the month is built
      *from it, so the coming quarter always opens on 01, 04, 07
      *or 10.
           0110-SET-QUARTER.
           SUBTRACT 1 FROM WS-TODAY-MONTH GIVING WS-MONTHS-GONE.
           DIVIDE WS-MONTHS-GONE BY 3 GIVING WS-QUARTER-INDEX.
           COMPUTE WS-QUARTER-MONTH = WS-QUARTER-INDEX * 3 + 4.
           MOVE WS-TODAY-YEAR TO WS-QUARTER-YEAR.
           IF WS-QUARTER-MONTH > 12
               MOVE 1 TO WS-QUARTER-MONTH
               ADD 1 TO WS-QUARTER-YEAR
           END-IF.
           COMPUTE WS-QUARTER-START = WS-QUARTER-YEAR * 10000
               + WS-QUARTER-MONTH * 100 + 1.
           COMPUTE WS-QUARTER-END = WS-QUARTER-YEAR * 10000
               + (WS-QUARTER-MONTH + 2) * 100 + 31.

      *Every event held before today goes in the table; one that
      *turns out to have no reading by the client's members is
      *left off the report.
           0150-LOAD-EVENTS.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FS NOT = "00"
               DISPLAY "Cannot open EVENTS.DAT, status: ",
                   WS-EVENT-FS
               MOVE "0150-LOAD-EVENTS" TO ERRL-REQ-PARAGRAPH
               MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
               MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ EVENT-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF EVENT-DATE < WS-TODAY-DATE
                               PERFORM 0160-ADD-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

           0160-ADD-EVENT.
           IF WS-EVENT-COUNT < EVENT-TABLE-SIZE
               ADD 1 TO WS-EVENT-COUNT
               MOVE EVENT-CODE TO WS-EV-CODE(WS-EVENT-COUNT)
               MOVE EVENT-DATE TO WS-EV-DATE(WS-EVENT-COUNT)
               MOVE EVENT-LOCATION TO WS-EV-LOCATION(WS-EVENT-COUNT)
               MOVE EVENT-HEADCOUNT-COMMIT
                   TO WS-EV-COMMIT(WS-EVENT-COUNT)
               MOVE ZERO TO WS-EV-TURNOUT(WS-EVENT-COUNT)
               MOVE SPACES TO WS-EV-TOP-ZIP(WS-EVENT-COUNT)
               MOVE ZERO TO WS-EV-TOP-COUNT(WS-EVENT-COUNT)
           ELSE
               IF NOT EVENT-TABLE-OVERFLOWED
                   DISPLAY "More than ", EVENT-TABLE-SIZE,
                       " past events - later ones not compared"
                   SET EVENT-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      *Members of the client who are active; where each stands
      *for the quarter comes off the last reading date on the
      *master, and their event turnout off their own readings. A
      *member with no ZIP counts toward event turnout but belongs
      *to no cluster.
           0300-RELEASE-MEMBERS.
           SET END-OF-FILE-REACHED TO FALSE.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF MEMBER-CLIENT-CODE = WS-CLIENT-ENTRY
                               AND MEMBER-IS-ACTIVE
                           PERFORM 0310-RELEASE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

           0310-RELEASE-ONE-MEMBER.
           ADD 1 TO WS-ACTIVE-COUNT.
           SET MEMBER-HAS-ATTENDED TO FALSE.
           PERFORM 0320-RELEASE-TURNOUT.
           IF MEMBER-ZIP = SPACES
               ADD 1 TO WS-NO-ZIP-COUNT
           ELSE
               MOVE SPACE TO WS-DUE-CODE
               IF MEMBER-LAST-READ-DATE IS NOT NUMERIC
                       OR MEMBER-LAST-READ-DATE = ZERO
                   SET MEMBER-NEVER-SCREENED TO TRUE
               ELSE
                   COMPUTE WS-ANNIVERSARY =
                       MEMBER-LAST-READ-DATE + 10000
                   EVALUATE TRUE
                       WHEN WS-ANNIVERSARY < WS-QUARTER-START
                           SET MEMBER-OVERDUE TO TRUE
                       WHEN WS-ANNIVERSARY <= WS-QUARTER-END
                           SET MEMBER-DUE-IN-QUARTER TO TRUE
                   END-EVALUATE
               END-IF
               MOVE MEMBER-ZIP TO SORT-ZIP
               MOVE ZERO TO SORT-EVENT-IX
               MOVE WS-DUE-CODE TO SORT-DUE-CODE
               MOVE WS-ATTENDED-SW TO SORT-ATTENDED-FLAG
               RELEASE SORT-WORK-RECORD
           END-IF.

           0320-RELEASE-TURNOUT.
           IF WS-HISTORY-FS = "00" OR WS-HISTORY-FS = "10"
                   OR WS-HISTORY-FS = "23"
               MOVE MEMBER-ID TO HIST-MEMBER-ID
               MOVE ZERO TO HIST-DATE
               MOVE ZERO TO HIST-TIME
               SET END-OF-LOOKUP TO FALSE
               START BMI-HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       SET END-OF-LOOKUP TO TRUE
               END-START
               PERFORM UNTIL END-OF-LOOKUP
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-LOOKUP TO TRUE
                       NOT AT END
                           IF HIST-MEMBER-ID NOT = MEMBER-ID
                               SET END-OF-LOOKUP TO TRUE
                           ELSE
                               IF HIST-EVENT-CODE NOT = SPACES
                                       AND HIST-CLIENT-CODE
                                           = WS-CLIENT-ENTRY
                                   PERFORM 0330-FIND-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0330-FIND-EVENT.
           MOVE ZERO TO WS-FOUND-EX.
           MOVE ZERO TO WS-EX.
           PERFORM UNTIL WS-EX >= WS-EVENT-COUNT
               ADD 1 TO WS-EX
               IF WS-EV-CODE(WS-EX) = HIST-EVENT-CODE
                   MOVE WS-EX TO WS-FOUND-EX
                   MOVE WS-EVENT-COUNT TO WS-EX
               END-IF
           END-PERFORM.
           IF WS-FOUND-EX > ZERO
               SET MEMBER-HAS-ATTENDED TO TRUE
               ADD 1 TO WS-EV-TURNOUT(WS-FOUND-EX)
               IF MEMBER-ZIP NOT = SPACES
                   MOVE MEMBER-ZIP TO SORT-ZIP
                   MOVE WS-FOUND-EX TO SORT-EVENT-IX
                   MOVE SPACE TO SORT-DUE-CODE
                   MOVE "Y" TO SORT-ATTENDED-FLAG
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      *Control break on ZIP, and within it on event: a cluster's
      *best event is the one it sent most readings to, and an
      *event's top ZIP the cluster that sent it most.
           0500-BUILD-CLUSTERS.
           MOVE SPACES TO WS-CURRENT-ZIP.
           MOVE ZERO TO WS-CURRENT-EX.
           MOVE ZERO TO WS-GROUP-COUNT.
           SET CLUSTER-IN-TABLE TO FALSE.
           SET END-OF-SORTED-ROWS TO FALSE.
           PERFORM UNTIL END-OF-SORTED-ROWS
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-ROWS TO TRUE
                   NOT AT END
                       IF SORT-ZIP NOT = WS-CURRENT-ZIP
                           PERFORM 0550-CLOSE-EVENT-GROUP
                           PERFORM 0510-OPEN-CLUSTER
                       END-IF
                       IF SORT-EVENT-IX NOT = WS-CURRENT-EX
                           PERFORM 0550-CLOSE-EVENT-GROUP
                           MOVE SORT-EVENT-IX TO WS-CURRENT-EX
                       END-IF
                       IF CLUSTER-IN-TABLE
                           PERFORM 0520-TAKE-SORTED-ROW
                       END-IF
               END-RETURN
           END-PERFORM.
           PERFORM 0550-CLOSE-EVENT-GROUP.

           0510-OPEN-CLUSTER.
           MOVE SORT-ZIP TO WS-CURRENT-ZIP.
           MOVE ZERO TO WS-CURRENT-EX.
           IF WS-CLUSTER-COUNT < CLUSTER-TABLE-SIZE
               ADD 1 TO WS-CLUSTER-COUNT
               MOVE WS-CLUSTER-COUNT TO WS-CX
               INITIALIZE WS-CLUSTER-ENTRY(WS-CX)
               MOVE SORT-ZIP TO WS-CL-ZIP(WS-CX)
               SET CLUSTER-IN-TABLE TO TRUE
           ELSE
               ADD 1 TO WS-CLUSTERS-DROPPED
               SET CLUSTER-IN-TABLE TO FALSE
           END-IF.

           0520-TAKE-SORTED-ROW.
           IF SORT-EVENT-IX = ZERO
               ADD 1 TO WS-CL-ACTIVE(WS-CX)
               IF SORT-DUE-IN-QUARTER
                   ADD 1 TO WS-CL-DUE-QUARTER(WS-CX)
               END-IF
               IF SORT-OVERDUE OR SORT-NEVER-SCREENED
                   ADD 1 TO WS-CL-OVERDUE(WS-CX)
               END-IF
               IF SORT-DUE-CODE NOT = SPACE
                   ADD 1 TO WS-DUE-TOTAL
                   IF NOT SORT-HAS-ATTENDED
                       ADD 1 TO WS-CL-UNREACHED(WS-CX)
                       ADD 1 TO WS-UNREACHED-TOTAL
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-CL-TURNOUT(WS-CX)
               ADD 1 TO WS-GROUP-COUNT
           END-IF.

           0550-CLOSE-EVENT-GROUP.
           IF WS-GROUP-COUNT > ZERO AND CLUSTER-IN-TABLE
               ADD 1 TO WS-CL-EVENTS(WS-CX)
               IF WS-GROUP-COUNT > WS-CL-TOP-COUNT(WS-CX)
                   MOVE WS-GROUP-COUNT TO WS-CL-TOP-COUNT(WS-CX)
                   MOVE WS-CURRENT-EX TO WS-CL-TOP-EX(WS-CX)
               END-IF
               IF WS-GROUP-COUNT > WS-EV-TOP-COUNT(WS-CURRENT-EX)
                   MOVE WS-GROUP-COUNT
                       TO WS-EV-TOP-COUNT(WS-CURRENT-EX)
                   MOVE WS-CURRENT-ZIP TO WS-EV-TOP-ZIP(WS-CURRENT-EX)
               END-IF
           END-IF.
           MOVE ZERO TO WS-GROUP-COUNT.

      *Most members due and never yet reached first; a tie goes
      *to the cluster with more due in all. Only clusters with
      *someone unreached are candidates.
           0600-RANK-CANDIDATES.
           MOVE ZERO TO WS-RANK.
           SET RANKING-DONE TO FALSE.
           PERFORM UNTIL RANKING-DONE
               MOVE ZERO TO WS-BEST-CX
               MOVE ZERO TO WS-CX
               PERFORM UNTIL WS-CX >= WS-CLUSTER-COUNT
                   ADD 1 TO WS-CX
                   IF WS-CL-RANK(WS-CX) = ZERO
                           AND WS-CL-UNREACHED(WS-CX) > ZERO
                       PERFORM 0620-COMPARE-CLUSTER
                   END-IF
               END-PERFORM
               IF WS-BEST-CX = ZERO
                   SET RANKING-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-RANK
                   MOVE WS-RANK TO WS-CL-RANK(WS-BEST-CX)
                   IF WS-RANK >= CANDIDATE-LIST-SIZE
                       SET RANKING-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           0620-COMPARE-CLUSTER.
           EVALUATE TRUE
               WHEN WS-BEST-CX = ZERO
                   MOVE WS-CX TO WS-BEST-CX
               WHEN WS-CL-UNREACHED(WS-CX)
                       > WS-CL-UNREACHED(WS-BEST-CX)
                   MOVE WS-CX TO WS-BEST-CX
               WHEN WS-CL-UNREACHED(WS-CX)
                       = WS-CL-UNREACHED(WS-BEST-CX)
                   AND WS-CL-DUE-QUARTER(WS-CX) + WS-CL-OVERDUE(WS-CX)
                       > WS-CL-DUE-QUARTER(WS-BEST-CX)
                           + WS-CL-OVERDUE(WS-BEST-CX)
                   MOVE WS-CX TO WS-BEST-CX
           END-EVALUATE.

           0700-WRITE-REPORT.
           OPEN OUTPUT PLANNING-REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open EVNTPLAN.RPT, status: ",
                   WS-REPORT-FS
               MOVE "0700-WRITE-REPORT" TO ERRL-REQ-PARAGRAPH
               MOVE "EVNTPLAN.RPT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REPORT-FS TO ERRL-REQ-STATUS
               MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO PLANNING-REPORT-LINE
               STRING "EVENT LOCATION PLANNING - CLIENT "
                   WS-CLIENT-ENTRY " " CLNT-REQ-NAME
                   DELIMITED BY SIZE INTO PLANNING-REPORT-LINE
               WRITE PLANNING-REPORT-LINE
               MOVE SPACES TO PLANNING-REPORT-LINE
               STRING "RUN " WS-TODAY-DATE "  DUE BY THE END OF THE "
                   "COMING QUARTER " WS-QUARTER-START " TO "
                   WS-QUARTER-END
                   DELIMITED BY SIZE INTO PLANNING-REPORT-LINE
               WRITE PLANNING-REPORT-LINE
               PERFORM 0710-WRITE-CANDIDATES
               PERFORM 0730-WRITE-ALL-CLUSTERS
               PERFORM 0750-WRITE-PAST-EVENTS
               PERFORM 0770-WRITE-TOTALS
               CLOSE PLANNING-REPORT-FILE
               DISPLAY "Report written to EVNTPLAN.RPT"
           END-IF.

           0705-WRITE-CLUSTER-HEADING.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "RANK ZIP     ACTIVE  DUE QTR  OVERDUE  UNREACHED"
               "  TURNOUT EVENTS  BEST PAST EVENT       READINGS"
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.

           0710-WRITE-CANDIDATES.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "CANDIDATE SITES - CLUSTERS WITH THE MOST MEMBERS "
               "DUE AND NEVER SCREENED AT AN EVENT"
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           PERFORM 0705-WRITE-CLUSTER-HEADING.
           MOVE ZERO TO WS-RANK.
           PERFORM UNTIL WS-RANK >= CANDIDATE-LIST-SIZE
               ADD 1 TO WS-RANK
               MOVE ZERO TO WS-CX
               PERFORM UNTIL WS-CX >= WS-CLUSTER-COUNT
                   ADD 1 TO WS-CX
                   IF WS-CL-RANK(WS-CX) = WS-RANK
                       PERFORM 0720-WRITE-CLUSTER-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

           0720-WRITE-CLUSTER-LINE.
           MOVE WS-CL-RANK(WS-CX) TO WS-CLN-RANK.
           MOVE WS-CL-ZIP(WS-CX) TO WS-CLN-ZIP.
           MOVE WS-CL-ACTIVE(WS-CX) TO WS-CLN-ACTIVE.
           MOVE WS-CL-DUE-QUARTER(WS-CX) TO WS-CLN-DUE-QUARTER.
           MOVE WS-CL-OVERDUE(WS-CX) TO WS-CLN-OVERDUE.
           MOVE WS-CL-UNREACHED(WS-CX) TO WS-CLN-UNREACHED.
           MOVE WS-CL-TURNOUT(WS-CX) TO WS-CLN-TURNOUT.
           MOVE WS-CL-EVENTS(WS-CX) TO WS-CLN-EVENTS.
           IF WS-CL-TOP-EX(WS-CX) = ZERO
               MOVE "(NONE)" TO WS-CLN-TOP-LOCATION
               MOVE ZERO TO WS-CLN-TOP-COUNT
           ELSE
               MOVE WS-CL-TOP-EX(WS-CX) TO WS-EX
               MOVE WS-EV-LOCATION(WS-EX) TO WS-CLN-TOP-LOCATION
               MOVE WS-CL-TOP-COUNT(WS-CX) TO WS-CLN-TOP-COUNT
           END-IF.
           MOVE WS-CLUSTER-LINE TO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.

           0730-WRITE-ALL-CLUSTERS.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "ALL ZIP CLUSTERS"
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           PERFORM 0705-WRITE-CLUSTER-HEADING.
           MOVE ZERO TO WS-CX.
           PERFORM UNTIL WS-CX >= WS-CLUSTER-COUNT
               ADD 1 TO WS-CX
               PERFORM 0720-WRITE-CLUSTER-LINE
           END-PERFORM.

           0750-WRITE-PAST-EVENTS.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "PAST EVENTS - TURNOUT AND WHERE IT CAME FROM"
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "EVENT   DATE      LOCATION              COMMIT"
               "  TURNOUT TOP ZIP READINGS"
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE ZERO TO WS-EX.
           PERFORM UNTIL WS-EX >= WS-EVENT-COUNT
               ADD 1 TO WS-EX
               IF WS-EV-TURNOUT(WS-EX) > ZERO
                   ADD 1 TO WS-EVENTS-WITH-TURNOUT
                   MOVE WS-EV-CODE(WS-EX) TO WS-EVL-CODE
                   MOVE WS-EV-DATE(WS-EX) TO WS-EVL-DATE
                   MOVE WS-EV-LOCATION(WS-EX) TO WS-EVL-LOCATION
                   MOVE WS-EV-COMMIT(WS-EX) TO WS-EVL-COMMIT
                   MOVE WS-EV-TURNOUT(WS-EX) TO WS-EVL-TURNOUT
                   MOVE WS-EV-TOP-ZIP(WS-EX) TO WS-EVL-TOP-ZIP
                   MOVE WS-EV-TOP-COUNT(WS-EX) TO WS-EVL-TOP-COUNT
                   MOVE WS-EVENT-LINE TO PLANNING-REPORT-LINE
                   WRITE PLANNING-REPORT-LINE
               END-IF
           END-PERFORM.

           0770-WRITE-TOTALS.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "  ACTIVE MEMBERS              " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE WS-NO-ZIP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "  NO ZIP ON MASTER            " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE WS-DUE-TOTAL TO WS-EDIT-COUNT.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "  DUE BY QUARTER END          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE WS-UNREACHED-TOTAL TO WS-EDIT-COUNT.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "  DUE, NEVER AT AN EVENT      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           MOVE WS-CLUSTER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "  ZIP CLUSTERS                " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.
           IF WS-CLUSTERS-DROPPED > ZERO
               MOVE WS-CLUSTERS-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO PLANNING-REPORT-LINE
               STRING "  CLUSTERS OVER TABLE SIZE    " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PLANNING-REPORT-LINE
               WRITE PLANNING-REPORT-LINE
           END-IF.
           MOVE WS-EVENTS-WITH-TURNOUT TO WS-EDIT-COUNT.
           MOVE SPACES TO PLANNING-REPORT-LINE.
           STRING "  PAST EVENTS WITH TURNOUT    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PLANNING-REPORT-LINE.
           WRITE PLANNING-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "EVNTPLAN" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "EVNTPLAN".
