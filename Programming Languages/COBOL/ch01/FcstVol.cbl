       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FCSTVOL".
       AUTHOR.     ALAN GARCIA.
      *Monthly screening volume forecast for staffing and supplies.
      *Projects the screenings each client will bring to each site
      *in each of the next three calendar months, run early in the
      *month so operations has it four weeks ahead of the first.
      *A cell's forecast is built from:
      *  - pending and confirmed bookings on APPOINTS.DAT in the
      *    month;
      *  - members not booked whose last reading's anniversary
      *    falls in the month, times the client's re-screen rate;
      *  - the headcount sponsors committed to for events
      *    scheduled in the month, at the event's location;
      *  - members loaded by ROSTLOAD in the last 90 days and not
      *    yet screened, at the same rate, spread over the three
      *    months.
      *The re-screen rate is measured here from the history: the
      *share of the client's members screened in the year before
      *last who were screened again in the twelve months just
      *ended. A client with too few such members for the rate to
      *mean anything gets the rate across all clients.
      *A member's site is where their last reading was taken: the
      *event's location for an event reading, otherwise the
      *location of the device on DEVICES.DAT. An event's client
      *is the client whose members read at it; one not yet held
      *takes the client of an earlier event with the same sponsor.
      *Every run keeps its projections on FCSTHIST.DAT. The month
      *just closed is then checked against what HISTBYDT.DAT shows
      *was actually screened there, using the last forecast made
      *before that month began - the one staff was planned from.
      *Return code 4 when there is no such forecast to check, 8
      *when a file cannot be read or written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-CODE
               FILE STATUS IS WS-EVENT-FS.
           SELECT DEVICE-FILE ASSIGN TO "DEVICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-ID
               FILE STATUS IS WS-DEVICE-FS.
           SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPT-KEY
               FILE STATUS IS WS-APPT-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT HIST-BYDATE-FILE ASSIGN TO "HISTBYDT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HBD-KEY
               FILE STATUS IS WS-BYDT-FS.
           SELECT FORECAST-HISTORY-FILE ASSIGN TO "FCSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-KEY
               FILE STATUS IS WS-FCSTHIST-FS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT FORECAST-REPORT-FILE ASSIGN TO "FCSTVOL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
           COPY "EVENTREC.cpy".

       FD DEVICE-FILE.
           COPY "DEVREC.cpy".

       FD APPOINTMENT-FILE.
           COPY "APPTREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD HIST-BYDATE-FILE.
           COPY "HISTBYDT.cpy".

       FD FORECAST-HISTORY-FILE.
           COPY "FCSTREC.cpy".

      *Member is the major key, so a member's bookings in the
      *window (A rows) come just ahead of the member's own row (M)
      *and the member can be counted once, booked or not.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SORT-MEMBER-ID PIC 9(6).
           05 SORT-ROW-TYPE PIC X.
               88 SORT-IS-BOOKING VALUE "A".
               88 SORT-IS-MEMBER VALUE "M".
           05 SORT-MONTH-IX PIC 9.
           05 SORT-CLIENT-CODE PIC X(3).
           05 SORT-SITE PIC X(20).
           05 SORT-NEW-FLAG PIC X.
               88 SORT-NEW-FROM-ROSTER VALUE "Y".

       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-FS PIC XX.
       01 WS-DEVICE-FS PIC XX.
       01 WS-APPT-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-BYDT-FS PIC XX.
       01 WS-FCSTHIST-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-SORT-RETURN PIC 99.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-LOOKUP-EOF-SW PIC X VALUE "N".
           88 END-OF-LOOKUP VALUE "Y" FALSE "N".
       01 WS-SORT-EOF-SW PIC X VALUE "N".
           88 END-OF-SORTED-ROWS VALUE "Y" FALSE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 99.
           05 WS-TODAY-DAY PIC 99.

       01 CLIENT-NOT-KNOWN PIC X(3) VALUE "---".
       01 SITE-NOT-KNOWN PIC X(20) VALUE "NO SITE ON FILE".
       01 ROSTER-RECENT-DAYS PIC 9(3) VALUE 90.
       01 RATE-MIN-COHORT PIC 9(3) VALUE 20.

      *The three forecast months, the month just closed, and the
      *two years behind the re-screen rate, all from today.
       01 WS-MONTH-TABLE.
           05 WS-FORECAST-MONTH PIC 9(6) OCCURS 3 TIMES.
       01 WS-MX PIC 9.
       01 WS-WORK-YEAR PIC 9(4).
       01 WS-WORK-MONTH PIC 99.
       01 WS-THIS-MONTH-START PIC 9(8).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-WINDOW-END PIC 9(8).
       01 WS-PRIOR-MONTH PIC 9(6).
       01 WS-PRIOR-START PIC 9(8).
       01 WS-PRIOR-END PIC 9(8).
       01 WS-COHORT-START PIC 9(8).
       01 WS-RETURN-START PIC 9(8).
       01 WS-ROSTER-CUTOFF PIC 9(8).
       01 WS-TEST-DATE PIC 9(8).
       01 WS-TEST-DATE-X REDEFINES WS-TEST-DATE.
           05 WS-TEST-MONTH PIC 9(6).
           05 FILLER PIC 99.
       01 WS-TEST-IX PIC 9.

      *Every event on file, held or not: a past one gives the site
      *of its readings and the client behind its sponsor, a
      *coming one its headcount commitment.
       01 EVENT-TABLE-SIZE PIC 9(3) VALUE 500.
       01 WS-EVENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 500 TIMES.
               10 WS-EV-CODE PIC X(6).
               10 WS-EV-DATE PIC 9(8).
               10 WS-EV-LOCATION PIC X(20).
               10 WS-EV-SPONSOR PIC X(20).
               10 WS-EV-COMMIT PIC 9(5).
               10 WS-EV-CLIENT PIC X(3).
       01 WS-EX PIC 9(3).
       01 WS-FOUND-EX PIC 9(3).
       01 WS-PX PIC 9(3).
       01 WS-EVENT-OVERFLOW-SW PIC X VALUE "N".
           88 EVENT-TABLE-OVERFLOWED VALUE "Y" FALSE "N".

       01 DEVICE-TABLE-SIZE PIC 9(3) VALUE 300.
       01 WS-DEVICE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEVICE-TABLE.
           05 WS-DEVICE-ENTRY OCCURS 300 TIMES.
               10 WS-DV-ID PIC X(8).
               10 WS-DV-LOCATION PIC X(20).
       01 WS-DX PIC 9(3).
       01 WS-DEVICE-OVERFLOW-SW PIC X VALUE "N".
           88 DEVICE-TABLE-OVERFLOWED VALUE "Y" FALSE "N".

      *Re-screen rate by client, and across all clients.
       01 RATE-TABLE-SIZE PIC 9(3) VALUE 200.
       01 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-CLIENT PIC X(3).
               10 WS-RT-COHORT PIC 9(6).
               10 WS-RT-RETURNED PIC 9(6).
       01 WS-RX PIC 9(3).
       01 WS-ALL-COHORT PIC 9(7) VALUE ZERO.
       01 WS-ALL-RETURNED PIC 9(7) VALUE ZERO.
       01 WS-ALL-PCT PIC 999V9 VALUE ZERO.
       01 WS-USE-PCT PIC 999V9.
       01 WS-RATE-SOURCE PIC X(10).

      *One cell per client and site, kept in client and site
      *order so the report needs no sort of its own.
       01 CELL-TABLE-SIZE PIC 9(4) VALUE 1000.
       01 WS-CELL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 1000 TIMES.
               10 WS-CE-KEY.
                   15 WS-CE-CLIENT PIC X(3).
                   15 WS-CE-SITE PIC X(20).
               10 WS-CE-MONTH OCCURS 3 TIMES.
                   15 WS-CE-BOOKED PIC 9(5).
                   15 WS-CE-ANNIV-DUE PIC 9(5).
                   15 WS-CE-EVENTS PIC 9(5).
                   15 WS-CE-NEW PIC 9(5).
       01 WS-CELL-KEY.
           05 WS-CELL-CLIENT PIC X(3).
           05 WS-CELL-SITE PIC X(20).
       01 WS-CELL-IX PIC 9(4).
       01 WS-KX PIC 9(4).
       01 WS-INSERT-AT PIC 9(4).
       01 WS-CELL-DROPPED PIC 9(6) VALUE ZERO.
       01 WS-CELL-OVERFLOW-SW PIC X VALUE "N".
           88 CELL-TABLE-OVERFLOWED VALUE "Y" FALSE "N".

      *The month-just-closed check: one entry per client and site
      *in the forecast or the actuals.
       01 WS-COMPARE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-COMPARE-TABLE.
           05 WS-COMPARE-ENTRY OCCURS 1000 TIMES.
               10 WS-CP-KEY.
                   15 WS-CP-CLIENT PIC X(3).
                   15 WS-CP-SITE PIC X(20).
               10 WS-CP-FORECAST PIC 9(6).
               10 WS-CP-ACTUAL PIC 9(6).
       01 WS-CP-IX PIC 9(4).
       01 WS-COMPARE-DROPPED PIC 9(6) VALUE ZERO.
       01 WS-COMPARE-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-FORECAST-SW PIC X VALUE "N".
           88 PRIOR-FORECAST-FOUND VALUE "Y" FALSE "N".

      *The member being read and the member being tallied.
       01 WS-MEMBER-CLIENT PIC X(3).
       01 WS-LAST-DATE PIC 9(8).
       01 WS-LAST-DEVICE PIC X(8).
       01 WS-LAST-EVENT PIC X(6).
       01 WS-SITE-NAME PIC X(20).
       01 WS-COHORT-SW PIC X VALUE "N".
           88 MEMBER-IN-COHORT VALUE "Y" FALSE "N".
       01 WS-RETURNED-SW PIC X VALUE "N".
           88 MEMBER-RETURNED VALUE "Y" FALSE "N".
       01 WS-ANNIVERSARY PIC 9(8).
       01 WS-ANNIV-IX PIC 9.
       01 WS-CURRENT-MEMBER PIC 9(6).
       01 WS-MEMBER-BOOKINGS.
           05 WS-MB-COUNT PIC 9(3) OCCURS 3 TIMES.
       01 WS-MEMBER-BOOKED PIC 9(3).
       01 WS-MEMBER-ROW-SW PIC X VALUE "N".
           88 MEMBER-ROW-SEEN VALUE "Y" FALSE "N".

      *Projection of one cell for one month.
       01 WS-ANNIV-EXPECTED PIC 9(6).
       01 WS-NEW-EXPECTED PIC 9(6).
       01 WS-CELL-FORECAST PIC 9(6).
       01 WS-MONTH-TOTALS.
           05 WS-MT-ENTRY OCCURS 3 TIMES.
               10 WS-MT-BOOKED PIC 9(7).
               10 WS-MT-ANNIV-EXPECTED PIC 9(7).
               10 WS-MT-EVENTS PIC 9(7).
               10 WS-MT-NEW-EXPECTED PIC 9(7).
               10 WS-MT-FORECAST PIC 9(7).

      *Run counts for the report.
       01 WS-ACTIVE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BOOKING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BOOKING-NOT-ACTIVE PIC 9(7) VALUE ZERO.
       01 WS-ANNIV-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ROSTER-NEW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EVENTS-SCHEDULED PIC 9(5) VALUE ZERO.
       01 WS-HISTORY-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-ACTUAL-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-FORECAST-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-ABS-ERROR-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-VARIANCE PIC S9(7).
       01 WS-VARIANCE-PCT PIC S9(5)V9.
       01 WS-ACCURACY-PCT PIC S9(5)V9.
       01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-PCT PIC ZZ9.9.

       01 WS-FORECAST-LINE.
           05 WS-FL-CLIENT PIC X(3).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-FL-SITE PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-FL-MONTH PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FL-BOOKED PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-FL-ANNIV-DUE PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-FL-PCT PIC ZZ9.9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-FL-ANNIV-EXPECTED PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-FL-EVENTS PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-FL-NEW PIC ZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-FL-NEW-EXPECTED PIC ZZ,ZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-FL-FORECAST PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE.
           05 WS-TL-MONTH PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TL-BOOKED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TL-ANNIV-EXPECTED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TL-EVENTS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TL-NEW-EXPECTED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TL-FORECAST PIC Z,ZZZ,ZZ9.
       01 WS-RATE-LINE.
           05 WS-RL-CLIENT PIC X(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RL-COHORT PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RL-RETURNED PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RL-PCT PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RL-SOURCE PIC X(10).
       01 WS-COMPARE-LINE.
           05 WS-CL-CLIENT PIC X(3).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-CL-SITE PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-CL-FORECAST PIC ZZZ,ZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-CL-ACTUAL PIC ZZZ,ZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-CL-VARIANCE PIC ---,--9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-CL-VARIANCE-PCT PIC -----9.9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SCREENING VOLUME FORECAST".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-SET-MONTHS.
           PERFORM 0150-LOAD-EVENTS.
           IF WS-RETURN-CODE = ZERO
               PERFORM 0170-LOAD-DEVICES
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
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SORT-MEMBER-ID SORT-ROW-TYPE
                       INPUT PROCEDURE IS 0300-RELEASE-ROWS
                       OUTPUT PROCEDURE IS 0500-TALLY-MEMBERS
                   IF SORT-RETURN NOT = ZERO
                       MOVE SORT-RETURN TO WS-SORT-RETURN
                       DISPLAY "Sort of the members and bookings "
                           "failed, sort return: ", WS-SORT-RETURN
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               IF WS-HISTORY-FS NOT = "35"
                   CLOSE BMI-HISTORY-FILE
               END-IF
           END-IF.
           IF WS-RETURN-CODE = ZERO
               PERFORM 0600-ADD-EVENTS
               PERFORM 0650-SET-RATES
               PERFORM 0800-CHECK-PRIOR-MONTH
           END-IF.
           IF WS-RETURN-CODE = ZERO
               PERFORM 0700-WRITE-REPORT
           END-IF.
           IF WS-RETURN-CODE = ZERO AND NOT PRIOR-FORECAST-FOUND
               DISPLAY "No forecast made before ", WS-PRIOR-MONTH,
                   " began is on file - the month is not checked."
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *The forecast window is the three calendar months after
      *this one; the rate is measured on the two years up to the
      *start of this month.
           0110-SET-MONTHS.
           COMPUTE WS-THIS-MONTH-START = WS-TODAY-YEAR * 10000
               + WS-TODAY-MONTH * 100 + 1.
           MOVE WS-TODAY-YEAR TO WS-WORK-YEAR.
           MOVE WS-TODAY-MONTH TO WS-WORK-MONTH.
           MOVE ZERO TO WS-MX.
           PERFORM UNTIL WS-MX >= 3
               ADD 1 TO WS-MX
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               COMPUTE WS-FORECAST-MONTH(WS-MX) =
                   WS-WORK-YEAR * 100 + WS-WORK-MONTH
           END-PERFORM.
           COMPUTE WS-WINDOW-START = WS-FORECAST-MONTH(1) * 100 + 1.
           COMPUTE WS-WINDOW-END = WS-FORECAST-MONTH(3) * 100 + 31.
           MOVE WS-TODAY-YEAR TO WS-WORK-YEAR.
           COMPUTE WS-WORK-MONTH = WS-TODAY-MONTH - 1.
           IF WS-WORK-MONTH = ZERO
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           END-IF.
           COMPUTE WS-PRIOR-MONTH = WS-WORK-YEAR * 100 + WS-WORK-MONTH.
           COMPUTE WS-PRIOR-START = WS-PRIOR-MONTH * 100 + 1.
           COMPUTE WS-PRIOR-END = WS-PRIOR-MONTH * 100 + 31.
           COMPUTE WS-RETURN-START = WS-THIS-MONTH-START - 10000.
           COMPUTE WS-COHORT-START = WS-THIS-MONTH-START - 20000.
           COMPUTE WS-ROSTER-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - ROSTER-RECENT-DAYS).

      *With no events file there is simply nothing scheduled and
      *no event site to give a reading.
           0150-LOAD-EVENTS.
           OPEN INPUT EVENT-FILE.
           EVALUATE WS-EVENT-FS
               WHEN "00"
                   SET END-OF-FILE-REACHED TO FALSE
                   PERFORM UNTIL END-OF-FILE-REACHED
                       READ EVENT-FILE NEXT RECORD
                           AT END
                               SET END-OF-FILE-REACHED TO TRUE
                           NOT AT END
                               PERFORM 0160-ADD-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE EVENT-FILE
               WHEN "35"
                   DISPLAY "No EVENTS.DAT - no events in the forecast"
               WHEN OTHER
                   DISPLAY "Cannot open EVENTS.DAT, status: ",
                       WS-EVENT-FS
                   MOVE "0150-LOAD-EVENTS" TO ERRL-REQ-PARAGRAPH
                   MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

           0160-ADD-EVENT.
           IF WS-EVENT-COUNT < EVENT-TABLE-SIZE
               ADD 1 TO WS-EVENT-COUNT
               MOVE EVENT-CODE TO WS-EV-CODE(WS-EVENT-COUNT)
               MOVE EVENT-DATE TO WS-EV-DATE(WS-EVENT-COUNT)
               MOVE EVENT-LOCATION TO WS-EV-LOCATION(WS-EVENT-COUNT)
               MOVE EVENT-SPONSOR TO WS-EV-SPONSOR(WS-EVENT-COUNT)
               MOVE EVENT-HEADCOUNT-COMMIT
                   TO WS-EV-COMMIT(WS-EVENT-COUNT)
               MOVE SPACES TO WS-EV-CLIENT(WS-EVENT-COUNT)
           ELSE
               IF NOT EVENT-TABLE-OVERFLOWED
                   DISPLAY "More than ", EVENT-TABLE-SIZE,
                       " events - later ones not used"
                   SET EVENT-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

           0170-LOAD-DEVICES.
           OPEN INPUT DEVICE-FILE.
           EVALUATE WS-DEVICE-FS
               WHEN "00"
                   SET END-OF-FILE-REACHED TO FALSE
                   PERFORM UNTIL END-OF-FILE-REACHED
                       READ DEVICE-FILE NEXT RECORD
                           AT END
                               SET END-OF-FILE-REACHED TO TRUE
                           NOT AT END
                               PERFORM 0180-ADD-DEVICE
                       END-READ
                   END-PERFORM
                   CLOSE DEVICE-FILE
               WHEN "35"
                   DISPLAY "No DEVICES.DAT - station readings will "
                       "show no site"
               WHEN OTHER
                   DISPLAY "Cannot open DEVICES.DAT, status: ",
                       WS-DEVICE-FS
                   MOVE "0170-LOAD-DEVICES" TO ERRL-REQ-PARAGRAPH
                   MOVE "DEVICES.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-DEVICE-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

           0180-ADD-DEVICE.
           IF WS-DEVICE-COUNT < DEVICE-TABLE-SIZE
               ADD 1 TO WS-DEVICE-COUNT
               MOVE DEV-ID TO WS-DV-ID(WS-DEVICE-COUNT)
               MOVE DEV-LOCATION TO WS-DV-LOCATION(WS-DEVICE-COUNT)
           ELSE
               IF NOT DEVICE-TABLE-OVERFLOWED
                   DISPLAY "More than ", DEVICE-TABLE-SIZE,
                       " devices - later ones show no site"
                   SET DEVICE-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

           0300-RELEASE-ROWS.
           PERFORM 0310-RELEASE-BOOKINGS.
           PERFORM 0350-RELEASE-MEMBERS.

      *Pending and confirmed bookings dated in the window. A
      *booking already rejected or arrived is not coming.
           0310-RELEASE-BOOKINGS.
           OPEN INPUT APPOINTMENT-FILE.
           EVALUATE WS-APPT-FS
               WHEN "00"
                   MOVE WS-WINDOW-START TO APPT-DATE
                   MOVE ZERO TO APPT-MEMBER-ID
                   SET END-OF-FILE-REACHED TO FALSE
                   START APPOINTMENT-FILE KEY >= APPT-KEY
                       INVALID KEY
                           SET END-OF-FILE-REACHED TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-FILE-REACHED
                       READ APPOINTMENT-FILE NEXT RECORD
                           AT END
                               SET END-OF-FILE-REACHED TO TRUE
                           NOT AT END
                               IF APPT-DATE > WS-WINDOW-END
                                   SET END-OF-FILE-REACHED TO TRUE
                               ELSE
                                   PERFORM 0320-RELEASE-ONE-BOOKING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE APPOINTMENT-FILE
               WHEN "35"
                   DISPLAY "No APPOINTS.DAT - nothing booked"
               WHEN OTHER
                   DISPLAY "Cannot open APPOINTS.DAT, status: ",
                       WS-APPT-FS
                   MOVE "0310-RELEASE-BOOKINGS" TO ERRL-REQ-PARAGRAPH
                   MOVE "APPOINTS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-APPT-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

           0320-RELEASE-ONE-BOOKING.
           IF APPT-IS-PENDING OR APPT-IS-CONFIRMED
               MOVE APPT-DATE TO WS-TEST-DATE
               PERFORM 0390-MONTH-OF-DATE
               IF WS-TEST-IX > ZERO
                   ADD 1 TO WS-BOOKING-COUNT
                   MOVE SPACES TO SORT-WORK-RECORD
                   MOVE APPT-MEMBER-ID TO SORT-MEMBER-ID
                   SET SORT-IS-BOOKING TO TRUE
                   MOVE WS-TEST-IX TO SORT-MONTH-IX
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      *Every active member gives one row carrying their client,
      *their site, the forecast month their anniversary falls in
      *(zero if none) and whether they are recent roster intake
      *still to be screened.
           0350-RELEASE-MEMBERS.
           SET END-OF-FILE-REACHED TO FALSE.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF MEMBER-IS-ACTIVE
                           PERFORM 0360-RELEASE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

           0360-RELEASE-ONE-MEMBER.
           ADD 1 TO WS-ACTIVE-COUNT.
           IF MEMBER-CLIENT-CODE = SPACES
               MOVE CLIENT-NOT-KNOWN TO WS-MEMBER-CLIENT
           ELSE
               MOVE MEMBER-CLIENT-CODE TO WS-MEMBER-CLIENT
           END-IF.
           MOVE ZERO TO WS-LAST-DATE.
           MOVE SPACES TO WS-LAST-DEVICE.
           MOVE SPACES TO WS-LAST-EVENT.
           SET MEMBER-IN-COHORT TO FALSE.
           SET MEMBER-RETURNED TO FALSE.
           PERFORM 0370-SCAN-HISTORY.
           IF MEMBER-IN-COHORT
               PERFORM 0380-COUNT-COHORT
           END-IF.
           IF WS-LAST-DATE = ZERO
                   AND MEMBER-LAST-READ-DATE IS NUMERIC
               MOVE MEMBER-LAST-READ-DATE TO WS-LAST-DATE
           END-IF.
           MOVE ZERO TO WS-ANNIV-IX.
           IF WS-LAST-DATE > ZERO
               COMPUTE WS-TEST-DATE = WS-LAST-DATE + 10000
               PERFORM 0390-MONTH-OF-DATE
               MOVE WS-TEST-IX TO WS-ANNIV-IX
           END-IF.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE MEMBER-ID TO SORT-MEMBER-ID.
           SET SORT-IS-MEMBER TO TRUE.
           MOVE WS-ANNIV-IX TO SORT-MONTH-IX.
           MOVE WS-MEMBER-CLIENT TO SORT-CLIENT-CODE.
           PERFORM 0395-SITE-OF-READING.
           MOVE WS-SITE-NAME TO SORT-SITE.
           MOVE "N" TO SORT-NEW-FLAG.
           IF WS-LAST-DATE = ZERO
                   AND MEMBER-UPDATE-STATION = "ROSTLOAD"
                   AND MEMBER-UPDATE-DATE IS NUMERIC
                   AND MEMBER-UPDATE-DATE >= WS-ROSTER-CUTOFF
               SET SORT-NEW-FROM-ROSTER TO TRUE
           END-IF.
           RELEASE SORT-WORK-RECORD.

      *Readings come in date order, so the last one read is the
      *member's latest. A reading at an event also tells which
      *client that event was held for.
           0370-SCAN-HISTORY.
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
                               IF NOT HIST-FROM-PHYSICIAN
                                       AND NOT HIST-IS-EXCLUDED
                                   PERFORM 0375-TAKE-READING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Only a reading one of our sites took, outside any exclusion
      *window, sets the member's last site and anniversary or
      *counts toward the re-screen cohort and return rate; the
      *scan above passes over physician forms and excluded rows.
           0375-TAKE-READING.
           MOVE HIST-DATE TO WS-LAST-DATE.
           MOVE HIST-DEVICE-ID TO WS-LAST-DEVICE.
           MOVE HIST-EVENT-CODE TO WS-LAST-EVENT.
           IF HIST-DATE >= WS-COHORT-START
                   AND HIST-DATE < WS-RETURN-START
               SET MEMBER-IN-COHORT TO TRUE
           END-IF.
           IF HIST-DATE >= WS-RETURN-START
                   AND HIST-DATE < WS-THIS-MONTH-START
               SET MEMBER-RETURNED TO TRUE
           END-IF.
           IF HIST-EVENT-CODE NOT = SPACES
                   AND HIST-CLIENT-CODE NOT = SPACES
               PERFORM 0396-FIND-EVENT
               IF WS-FOUND-EX > ZERO
                   IF WS-EV-CLIENT(WS-FOUND-EX) = SPACES
                       MOVE HIST-CLIENT-CODE
                           TO WS-EV-CLIENT(WS-FOUND-EX)
                   END-IF
               END-IF
           END-IF.

           0380-COUNT-COHORT.
           ADD 1 TO WS-ALL-COHORT.
           IF MEMBER-RETURNED
               ADD 1 TO WS-ALL-RETURNED
           END-IF.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= WS-RATE-COUNT
               ADD 1 TO WS-RX
               IF WS-RT-CLIENT(WS-RX) = WS-MEMBER-CLIENT
                   MOVE WS-RATE-COUNT TO WS-RX
               END-IF
           END-PERFORM.
           IF WS-RX = ZERO
                   OR WS-RT-CLIENT(WS-RX) NOT = WS-MEMBER-CLIENT
               IF WS-RATE-COUNT < RATE-TABLE-SIZE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-RATE-COUNT TO WS-RX
                   MOVE WS-MEMBER-CLIENT TO WS-RT-CLIENT(WS-RX)
                   MOVE ZERO TO WS-RT-COHORT(WS-RX)
                   MOVE ZERO TO WS-RT-RETURNED(WS-RX)
               ELSE
                   MOVE ZERO TO WS-RX
               END-IF
           END-IF.
           IF WS-RX > ZERO
               ADD 1 TO WS-RT-COHORT(WS-RX)
               IF MEMBER-RETURNED
                   ADD 1 TO WS-RT-RETURNED(WS-RX)
               END-IF
           END-IF.

      *Which forecast month WS-TEST-DATE falls in, zero if none.
           0390-MONTH-OF-DATE.
           MOVE ZERO TO WS-TEST-IX.
           MOVE ZERO TO WS-MX.
           PERFORM UNTIL WS-MX >= 3
               ADD 1 TO WS-MX
               IF WS-TEST-MONTH = WS-FORECAST-MONTH(WS-MX)
                   MOVE WS-MX TO WS-TEST-IX
               END-IF
           END-PERFORM.

      *Site of a reading taken on device WS-LAST-DEVICE at event
      *WS-LAST-EVENT.
           0395-SITE-OF-READING.
           MOVE SITE-NOT-KNOWN TO WS-SITE-NAME.
           IF WS-LAST-EVENT NOT = SPACES
               PERFORM 0396-FIND-EVENT
               IF WS-FOUND-EX > ZERO
                   IF WS-EV-LOCATION(WS-FOUND-EX) NOT = SPACES
                       MOVE WS-EV-LOCATION(WS-FOUND-EX)
                           TO WS-SITE-NAME
                   END-IF
               END-IF
           END-IF.
           IF WS-SITE-NAME = SITE-NOT-KNOWN
                   AND WS-LAST-DEVICE NOT = SPACES
               MOVE ZERO TO WS-DX
               PERFORM UNTIL WS-DX >= WS-DEVICE-COUNT
                   ADD 1 TO WS-DX
                   IF WS-DV-ID(WS-DX) = WS-LAST-DEVICE
                       IF WS-DV-LOCATION(WS-DX) NOT = SPACES
                           MOVE WS-DV-LOCATION(WS-DX) TO WS-SITE-NAME
                       END-IF
                       MOVE WS-DEVICE-COUNT TO WS-DX
                   END-IF
               END-PERFORM
           END-IF.

           0396-FIND-EVENT.
           MOVE ZERO TO WS-FOUND-EX.
           MOVE ZERO TO WS-EX.
           PERFORM UNTIL WS-EX >= WS-EVENT-COUNT
               ADD 1 TO WS-EX
               IF WS-EV-CODE(WS-EX) = WS-LAST-EVENT
                   MOVE WS-EX TO WS-FOUND-EX
                   MOVE WS-EVENT-COUNT TO WS-EX
               END-IF
           END-PERFORM.

      *Control break on member. A member with bookings in the
      *window counts once per booking; one without counts toward
      *the month of their anniversary, or, if just loaded from a
      *roster and not yet screened, toward all three months. A
      *booking with no active member behind it is left out.
           0500-TALLY-MEMBERS.
           MOVE ZERO TO WS-CURRENT-MEMBER.
           PERFORM 0510-OPEN-MEMBER.
           SET END-OF-SORTED-ROWS TO FALSE.
           PERFORM UNTIL END-OF-SORTED-ROWS
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-ROWS TO TRUE
                   NOT AT END
                       IF SORT-MEMBER-ID NOT = WS-CURRENT-MEMBER
                           PERFORM 0550-CLOSE-MEMBER
                           PERFORM 0510-OPEN-MEMBER
                           MOVE SORT-MEMBER-ID TO WS-CURRENT-MEMBER
                       END-IF
                       IF SORT-IS-BOOKING
                           ADD 1 TO WS-MB-COUNT(SORT-MONTH-IX)
                           ADD 1 TO WS-MEMBER-BOOKED
                       ELSE
                           PERFORM 0520-TAKE-MEMBER
                       END-IF
               END-RETURN
           END-PERFORM.
           PERFORM 0550-CLOSE-MEMBER.

           0510-OPEN-MEMBER.
           MOVE ZERO TO WS-MB-COUNT(1).
           MOVE ZERO TO WS-MB-COUNT(2).
           MOVE ZERO TO WS-MB-COUNT(3).
           MOVE ZERO TO WS-MEMBER-BOOKED.
           SET MEMBER-ROW-SEEN TO FALSE.

           0520-TAKE-MEMBER.
           SET MEMBER-ROW-SEEN TO TRUE.
           MOVE SORT-CLIENT-CODE TO WS-CELL-CLIENT.
           MOVE SORT-SITE TO WS-CELL-SITE.
           EVALUATE TRUE
               WHEN WS-MEMBER-BOOKED > ZERO
                   PERFORM 0660-FIND-CELL
                   IF WS-CELL-IX > ZERO
                       MOVE ZERO TO WS-MX
                       PERFORM UNTIL WS-MX >= 3
                           ADD 1 TO WS-MX
                           ADD WS-MB-COUNT(WS-MX)
                               TO WS-CE-BOOKED(WS-CELL-IX, WS-MX)
                       END-PERFORM
                   END-IF
               WHEN SORT-MONTH-IX > ZERO
                   ADD 1 TO WS-ANNIV-COUNT
                   PERFORM 0660-FIND-CELL
                   IF WS-CELL-IX > ZERO
                       ADD 1 TO
                           WS-CE-ANNIV-DUE(WS-CELL-IX, SORT-MONTH-IX)
                   END-IF
               WHEN SORT-NEW-FROM-ROSTER
                   ADD 1 TO WS-ROSTER-NEW-COUNT
                   PERFORM 0660-FIND-CELL
                   IF WS-CELL-IX > ZERO
                       MOVE ZERO TO WS-MX
                       PERFORM UNTIL WS-MX >= 3
                           ADD 1 TO WS-MX
                           ADD 1 TO WS-CE-NEW(WS-CELL-IX, WS-MX)
                       END-PERFORM
                   END-IF
           END-EVALUATE.

           0550-CLOSE-MEMBER.
           IF WS-MEMBER-BOOKED > ZERO AND NOT MEMBER-ROW-SEEN
               ADD WS-MEMBER-BOOKED TO WS-BOOKING-NOT-ACTIVE
           END-IF.

      *Events scheduled in the window, at their own location. An
      *event not yet held has no readings to say whose it is, so
      *it goes to the client of an earlier event with the same
      *sponsor, or to no known client.
           0600-ADD-EVENTS.
           MOVE ZERO TO WS-EX.
           PERFORM UNTIL WS-EX >= WS-EVENT-COUNT
               ADD 1 TO WS-EX
               MOVE WS-EV-DATE(WS-EX) TO WS-TEST-DATE
               PERFORM 0390-MONTH-OF-DATE
               IF WS-TEST-IX > ZERO
                   PERFORM 0610-ADD-ONE-EVENT
               END-IF
           END-PERFORM.

           0610-ADD-ONE-EVENT.
           ADD 1 TO WS-EVENTS-SCHEDULED.
           MOVE WS-EV-CLIENT(WS-EX) TO WS-CELL-CLIENT.
           IF WS-CELL-CLIENT = SPACES
               MOVE ZERO TO WS-PX
               PERFORM UNTIL WS-PX >= WS-EVENT-COUNT
                   ADD 1 TO WS-PX
                   IF WS-EV-SPONSOR(WS-PX) = WS-EV-SPONSOR(WS-EX)
                           AND WS-EV-CLIENT(WS-PX) NOT = SPACES
                       MOVE WS-EV-CLIENT(WS-PX) TO WS-CELL-CLIENT
                       MOVE WS-EVENT-COUNT TO WS-PX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CELL-CLIENT = SPACES
               MOVE CLIENT-NOT-KNOWN TO WS-CELL-CLIENT
           END-IF.
           IF WS-EV-LOCATION(WS-EX) = SPACES
               MOVE SITE-NOT-KNOWN TO WS-CELL-SITE
           ELSE
               MOVE WS-EV-LOCATION(WS-EX) TO WS-CELL-SITE
           END-IF.
           PERFORM 0660-FIND-CELL.
           IF WS-CELL-IX > ZERO
               ADD WS-EV-COMMIT(WS-EX)
                   TO WS-CE-EVENTS(WS-CELL-IX, WS-TEST-IX)
           END-IF.

           0650-SET-RATES.
           IF WS-ALL-COHORT > ZERO
               COMPUTE WS-ALL-PCT ROUNDED =
                   WS-ALL-RETURNED * 100 / WS-ALL-COHORT
           END-IF.

      *Find the cell for WS-CELL-KEY, adding it in key order if
      *it is new; WS-CELL-IX is zero once the table is full.
           0660-FIND-CELL.
           MOVE ZERO TO WS-CELL-IX.
           MOVE ZERO TO WS-INSERT-AT.
           MOVE ZERO TO WS-KX.
           PERFORM UNTIL WS-KX >= WS-CELL-COUNT
               ADD 1 TO WS-KX
               IF WS-CE-KEY(WS-KX) NOT < WS-CELL-KEY
                   IF WS-CE-KEY(WS-KX) = WS-CELL-KEY
                       MOVE WS-KX TO WS-CELL-IX
                   ELSE
                       MOVE WS-KX TO WS-INSERT-AT
                   END-IF
                   MOVE WS-CELL-COUNT TO WS-KX
               END-IF
           END-PERFORM.
           IF WS-CELL-IX = ZERO
               PERFORM 0670-INSERT-CELL
           END-IF.

           0670-INSERT-CELL.
           IF WS-CELL-COUNT >= CELL-TABLE-SIZE
               ADD 1 TO WS-CELL-DROPPED
               IF NOT CELL-TABLE-OVERFLOWED
                   DISPLAY "More than ", CELL-TABLE-SIZE,
                       " client sites - the rest not forecast"
                   SET CELL-TABLE-OVERFLOWED TO TRUE
               END-IF
           ELSE
               IF WS-INSERT-AT = ZERO
                   COMPUTE WS-INSERT-AT = WS-CELL-COUNT + 1
               END-IF
               MOVE WS-CELL-COUNT TO WS-KX
               PERFORM UNTIL WS-KX < WS-INSERT-AT
                   MOVE WS-CELL-ENTRY(WS-KX)
                       TO WS-CELL-ENTRY(WS-KX + 1)
                   SUBTRACT 1 FROM WS-KX
               END-PERFORM
               ADD 1 TO WS-CELL-COUNT
               INITIALIZE WS-CELL-ENTRY(WS-INSERT-AT)
               MOVE WS-CELL-KEY TO WS-CE-KEY(WS-INSERT-AT)
               MOVE WS-INSERT-AT TO WS-CELL-IX
           END-IF.

      *The rate a client's members are projected at: its own once
      *enough of them were in last year's cohort, else the rate
      *across all clients.
           0680-RATE-FOR-CLIENT.
           MOVE WS-ALL-PCT TO WS-USE-PCT.
           MOVE "ALL" TO WS-RATE-SOURCE.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= WS-RATE-COUNT
               ADD 1 TO WS-RX
               IF WS-RT-CLIENT(WS-RX) = WS-CELL-CLIENT
                   IF WS-RT-COHORT(WS-RX) >= RATE-MIN-COHORT
                       COMPUTE WS-USE-PCT ROUNDED =
                           WS-RT-RETURNED(WS-RX) * 100
                           / WS-RT-COHORT(WS-RX)
                       MOVE "CLIENT" TO WS-RATE-SOURCE
                   END-IF
                   MOVE WS-RATE-COUNT TO WS-RX
               END-IF
           END-PERFORM.

           0700-WRITE-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open FCSTVOL.RPT, status: ",
                   WS-REPORT-FS
               MOVE "0700-WRITE-REPORT" TO ERRL-REQ-PARAGRAPH
               MOVE "FCSTVOL.RPT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REPORT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0705-OPEN-FORECAST-HISTORY
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "SCREENING VOLUME FORECAST - RUN " WS-TODAY-DATE
                   "  MONTHS " WS-FORECAST-MONTH(1) " "
                   WS-FORECAST-MONTH(2) " " WS-FORECAST-MONTH(3)
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               PERFORM 0710-WRITE-CELLS
               PERFORM 0740-WRITE-MONTH-TOTALS
               PERFORM 0750-WRITE-RATES
               PERFORM 0770-WRITE-PRIOR-CHECK
               PERFORM 0790-WRITE-TOTALS
               CLOSE FORECAST-REPORT-FILE
               IF WS-FCSTHIST-FS NOT = "35"
                   CLOSE FORECAST-HISTORY-FILE
               END-IF
               DISPLAY "Report written to FCSTVOL.RPT"
           END-IF.

           0705-OPEN-FORECAST-HISTORY.
           OPEN I-O FORECAST-HISTORY-FILE.
           IF WS-FCSTHIST-FS = "35"
               OPEN OUTPUT FORECAST-HISTORY-FILE
               CLOSE FORECAST-HISTORY-FILE
               OPEN I-O FORECAST-HISTORY-FILE
           END-IF.
           IF WS-FCSTHIST-FS NOT = "00"
               DISPLAY "Cannot open FCSTHIST.DAT, status: ",
                   WS-FCSTHIST-FS, " - forecast not kept"
               MOVE "0705-OPEN-FORECAST-HISTORY"
                   TO ERRL-REQ-PARAGRAPH
               MOVE "FCSTHIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-FCSTHIST-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

           0710-WRITE-CELLS.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "FORECAST BY CLIENT, SITE AND MONTH"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "CLT  SITE                  MONTH  BOOKED  ANNIV "
               "RSCN%  EXPCT EVENTS ROSTER  EXPCT  FORECAST"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE ZERO TO WS-CELL-IX.
           PERFORM UNTIL WS-CELL-IX >= WS-CELL-COUNT
               ADD 1 TO WS-CELL-IX
               MOVE WS-CE-CLIENT(WS-CELL-IX) TO WS-CELL-CLIENT
               PERFORM 0680-RATE-FOR-CLIENT
               MOVE ZERO TO WS-MX
               PERFORM UNTIL WS-MX >= 3
                   ADD 1 TO WS-MX
                   PERFORM 0720-PROJECT-CELL-MONTH
               END-PERFORM
           END-PERFORM.

      *Roster intake is spread evenly over the three months; the
      *first screening of a new member is as likely in any of
      *them.
           0720-PROJECT-CELL-MONTH.
           COMPUTE WS-ANNIV-EXPECTED ROUNDED =
               WS-CE-ANNIV-DUE(WS-CELL-IX, WS-MX) * WS-USE-PCT / 100.
           COMPUTE WS-NEW-EXPECTED ROUNDED =
               WS-CE-NEW(WS-CELL-IX, WS-MX) * WS-USE-PCT / 300.
           COMPUTE WS-CELL-FORECAST =
               WS-CE-BOOKED(WS-CELL-IX, WS-MX) + WS-ANNIV-EXPECTED
               + WS-CE-EVENTS(WS-CELL-IX, WS-MX) + WS-NEW-EXPECTED.
           IF WS-CE-BOOKED(WS-CELL-IX, WS-MX) > ZERO
                   OR WS-CE-ANNIV-DUE(WS-CELL-IX, WS-MX) > ZERO
                   OR WS-CE-EVENTS(WS-CELL-IX, WS-MX) > ZERO
                   OR WS-CE-NEW(WS-CELL-IX, WS-MX) > ZERO
               MOVE WS-CE-CLIENT(WS-CELL-IX) TO WS-FL-CLIENT
               MOVE WS-CE-SITE(WS-CELL-IX) TO WS-FL-SITE
               MOVE WS-FORECAST-MONTH(WS-MX) TO WS-FL-MONTH
               MOVE WS-CE-BOOKED(WS-CELL-IX, WS-MX) TO WS-FL-BOOKED
               MOVE WS-CE-ANNIV-DUE(WS-CELL-IX, WS-MX)
                   TO WS-FL-ANNIV-DUE
               MOVE WS-USE-PCT TO WS-FL-PCT
               MOVE WS-ANNIV-EXPECTED TO WS-FL-ANNIV-EXPECTED
               MOVE WS-CE-EVENTS(WS-CELL-IX, WS-MX) TO WS-FL-EVENTS
               MOVE WS-CE-NEW(WS-CELL-IX, WS-MX) TO WS-FL-NEW
               MOVE WS-NEW-EXPECTED TO WS-FL-NEW-EXPECTED
               MOVE WS-CELL-FORECAST TO WS-FL-FORECAST
               MOVE WS-FORECAST-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               ADD WS-CE-BOOKED(WS-CELL-IX, WS-MX)
                   TO WS-MT-BOOKED(WS-MX)
               ADD WS-ANNIV-EXPECTED TO WS-MT-ANNIV-EXPECTED(WS-MX)
               ADD WS-CE-EVENTS(WS-CELL-IX, WS-MX)
                   TO WS-MT-EVENTS(WS-MX)
               ADD WS-NEW-EXPECTED TO WS-MT-NEW-EXPECTED(WS-MX)
               ADD WS-CELL-FORECAST TO WS-MT-FORECAST(WS-MX)
               IF WS-FCSTHIST-FS = "00" OR WS-FCSTHIST-FS = "22"
                   PERFORM 0730-KEEP-FORECAST
               END-IF
           END-IF.

      *A rerun the same day replaces that day's row.
           0730-KEEP-FORECAST.
           MOVE WS-FORECAST-MONTH(WS-MX) TO FCH-MONTH.
           MOVE WS-TODAY-DATE TO FCH-RUN-DATE.
           MOVE WS-CE-CLIENT(WS-CELL-IX) TO FCH-CLIENT-CODE.
           MOVE WS-CE-SITE(WS-CELL-IX) TO FCH-SITE.
           MOVE WS-CE-BOOKED(WS-CELL-IX, WS-MX) TO FCH-BOOKED.
           MOVE WS-CE-ANNIV-DUE(WS-CELL-IX, WS-MX) TO FCH-ANNIV-DUE.
           MOVE WS-ANNIV-EXPECTED TO FCH-ANNIV-EXPECTED.
           MOVE WS-CE-EVENTS(WS-CELL-IX, WS-MX) TO FCH-EVENT-COMMIT.
           MOVE WS-CE-NEW(WS-CELL-IX, WS-MX) TO FCH-NEW-MEMBERS.
           MOVE WS-NEW-EXPECTED TO FCH-NEW-EXPECTED.
           MOVE WS-CELL-FORECAST TO FCH-FORECAST.
           MOVE WS-USE-PCT TO FCH-RESCREEN-PCT.
           WRITE FORECAST-HISTORY-RECORD
               INVALID KEY
                   REWRITE FORECAST-HISTORY-RECORD
           END-WRITE.
           IF WS-FCSTHIST-FS = "00"
               ADD 1 TO WS-HISTORY-WRITTEN
           ELSE
               DISPLAY "Could not keep forecast row, status: ",
                   WS-FCSTHIST-FS
               MOVE "0730-KEEP-FORECAST" TO ERRL-REQ-PARAGRAPH
               MOVE "FCSTHIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-FCSTHIST-FS TO ERRL-REQ-STATUS
               MOVE FCH-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *The month totals are what staffing and supply orders are
      *set from.
           0740-WRITE-MONTH-TOTALS.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "FORECAST BY MONTH - ALL CLIENTS AND SITES"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "MONTH       BOOKED ANNIVERSARY      EVENTS"
               "      ROSTER    FORECAST"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE ZERO TO WS-MX.
           PERFORM UNTIL WS-MX >= 3
               ADD 1 TO WS-MX
               MOVE WS-FORECAST-MONTH(WS-MX) TO WS-TL-MONTH
               MOVE WS-MT-BOOKED(WS-MX) TO WS-TL-BOOKED
               MOVE WS-MT-ANNIV-EXPECTED(WS-MX)
                   TO WS-TL-ANNIV-EXPECTED
               MOVE WS-MT-EVENTS(WS-MX) TO WS-TL-EVENTS
               MOVE WS-MT-NEW-EXPECTED(WS-MX) TO WS-TL-NEW-EXPECTED
               MOVE WS-MT-FORECAST(WS-MX) TO WS-TL-FORECAST
               MOVE WS-TOTAL-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-PERFORM.

           0750-WRITE-RATES.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "RE-SCREEN RATE - SCREENED " WS-COHORT-START
               " TO " WS-RETURN-START ", BACK WITHIN A YEAR"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "CLT   SCREENED   RETURNED     RATE   USED"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= WS-RATE-COUNT
               ADD 1 TO WS-RX
               MOVE WS-RT-CLIENT(WS-RX) TO WS-CELL-CLIENT
               PERFORM 0680-RATE-FOR-CLIENT
               MOVE WS-RT-CLIENT(WS-RX) TO WS-RL-CLIENT
               MOVE WS-RT-COHORT(WS-RX) TO WS-RL-COHORT
               MOVE WS-RT-RETURNED(WS-RX) TO WS-RL-RETURNED
               MOVE WS-USE-PCT TO WS-RL-PCT
               MOVE WS-RATE-SOURCE TO WS-RL-SOURCE
               MOVE WS-RATE-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-PERFORM.
           MOVE "ALL" TO WS-RL-CLIENT.
           MOVE WS-ALL-COHORT TO WS-RL-COHORT.
           MOVE WS-ALL-RETURNED TO WS-RL-RETURNED.
           MOVE WS-ALL-PCT TO WS-RL-PCT.
           MOVE "ALL" TO WS-RL-SOURCE.
           MOVE WS-RATE-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

           0770-WRITE-PRIOR-CHECK.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           IF PRIOR-FORECAST-FOUND
               STRING "FORECAST CHECK - MONTH " WS-PRIOR-MONTH
                   " AS FORECAST ON " WS-COMPARE-RUN-DATE
                   " AGAINST ACTUAL SCREENINGS"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           ELSE
               STRING "FORECAST CHECK - MONTH " WS-PRIOR-MONTH
                   " - NO FORECAST MADE BEFORE THE MONTH ON FILE,"
                   " ACTUALS ONLY"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           END-IF.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "CLT  SITE                 FORECAST   ACTUAL  "
               "VARIANCE     VAR %"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE ZERO TO WS-CP-IX.
           PERFORM UNTIL WS-CP-IX >= WS-COMPARE-COUNT
               ADD 1 TO WS-CP-IX
               PERFORM 0780-WRITE-COMPARE-LINE
           END-PERFORM.
           MOVE SPACES TO WS-CL-CLIENT.
           MOVE "ALL" TO WS-CL-SITE.
           MOVE WS-FORECAST-TOTAL TO WS-CL-FORECAST.
           MOVE WS-ACTUAL-TOTAL TO WS-CL-ACTUAL.
           COMPUTE WS-VARIANCE = WS-ACTUAL-TOTAL - WS-FORECAST-TOTAL.
           MOVE WS-VARIANCE TO WS-CL-VARIANCE.
           MOVE ZERO TO WS-VARIANCE-PCT.
           IF WS-FORECAST-TOTAL > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-FORECAST-TOTAL
           END-IF.
           MOVE WS-VARIANCE-PCT TO WS-CL-VARIANCE-PCT.
           MOVE WS-COMPARE-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
      *Accuracy is one less the site-level misses over the volume
      *actually seen, so misses at two sites cannot cancel out.
           IF PRIOR-FORECAST-FOUND AND WS-ACTUAL-TOTAL > ZERO
               COMPUTE WS-ACCURACY-PCT ROUNDED =
                   100 - WS-ABS-ERROR-TOTAL * 100 / WS-ACTUAL-TOTAL
               IF WS-ACCURACY-PCT < ZERO
                   MOVE ZERO TO WS-ACCURACY-PCT
               END-IF
               MOVE WS-ACCURACY-PCT TO WS-EDIT-PCT
               MOVE WS-ABS-ERROR-TOTAL TO WS-EDIT-COUNT
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "  SITE-LEVEL MISSES " WS-EDIT-COUNT
                   "   FORECAST ACCURACY " WS-EDIT-PCT " %"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.

           0780-WRITE-COMPARE-LINE.
           MOVE WS-CP-CLIENT(WS-CP-IX) TO WS-CL-CLIENT.
           MOVE WS-CP-SITE(WS-CP-IX) TO WS-CL-SITE.
           MOVE WS-CP-FORECAST(WS-CP-IX) TO WS-CL-FORECAST.
           MOVE WS-CP-ACTUAL(WS-CP-IX) TO WS-CL-ACTUAL.
           COMPUTE WS-VARIANCE =
               WS-CP-ACTUAL(WS-CP-IX) - WS-CP-FORECAST(WS-CP-IX).
           MOVE WS-VARIANCE TO WS-CL-VARIANCE.
           MOVE ZERO TO WS-VARIANCE-PCT.
           IF WS-CP-FORECAST(WS-CP-IX) > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-CP-FORECAST(WS-CP-IX)
           END-IF.
           MOVE WS-VARIANCE-PCT TO WS-CL-VARIANCE-PCT.
           MOVE WS-COMPARE-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD WS-CP-FORECAST(WS-CP-IX) TO WS-FORECAST-TOTAL.
           ADD WS-CP-ACTUAL(WS-CP-IX) TO WS-ACTUAL-TOTAL.
           IF WS-VARIANCE < ZERO
               SUBTRACT WS-VARIANCE FROM WS-ABS-ERROR-TOTAL
           ELSE
               ADD WS-VARIANCE TO WS-ABS-ERROR-TOTAL
           END-IF.

           0790-WRITE-TOTALS.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  ACTIVE MEMBERS                " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-BOOKING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  BOOKINGS IN THE WINDOW        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-BOOKING-NOT-ACTIVE TO WS-EDIT-COUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  BOOKINGS, MEMBER NOT ACTIVE   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-ANNIV-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  UNBOOKED ANNIVERSARIES        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-ROSTER-NEW-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  RECENT ROSTER, NOT SCREENED   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-EVENTS-SCHEDULED TO WS-EDIT-COUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  EVENTS SCHEDULED              " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-HISTORY-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  FORECAST ROWS KEPT            " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           IF WS-CELL-DROPPED > ZERO OR WS-COMPARE-DROPPED > ZERO
               COMPUTE WS-EDIT-COUNT =
                   WS-CELL-DROPPED + WS-COMPARE-DROPPED
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "  ROWS OVER TABLE SIZE          " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.

      *The forecast staff was planned from is the last one run
      *before the month began. Rows come oldest run first within
      *the month, so each newer qualifying run replaces the one
      *before it.
           0800-CHECK-PRIOR-MONTH.
           SET PRIOR-FORECAST-FOUND TO FALSE.
           OPEN INPUT FORECAST-HISTORY-FILE.
           IF WS-FCSTHIST-FS = "00"
               MOVE WS-PRIOR-MONTH TO FCH-MONTH
               MOVE ZERO TO FCH-RUN-DATE
               MOVE LOW-VALUES TO FCH-CLIENT-CODE
               MOVE LOW-VALUES TO FCH-SITE
               SET END-OF-FILE-REACHED TO FALSE
               START FORECAST-HISTORY-FILE KEY >= FCH-KEY
                   INVALID KEY
                       SET END-OF-FILE-REACHED TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FORECAST-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF FCH-MONTH NOT = WS-PRIOR-MONTH
                                   OR FCH-RUN-DATE >= WS-PRIOR-START
                               SET END-OF-FILE-REACHED TO TRUE
                           ELSE
                               PERFORM 0810-TAKE-PRIOR-FORECAST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORECAST-HISTORY-FILE
           END-IF.
           PERFORM 0820-COUNT-ACTUALS.

           0810-TAKE-PRIOR-FORECAST.
           IF FCH-RUN-DATE NOT = WS-COMPARE-RUN-DATE
               MOVE FCH-RUN-DATE TO WS-COMPARE-RUN-DATE
               MOVE ZERO TO WS-COMPARE-COUNT
               MOVE ZERO TO WS-COMPARE-DROPPED
               SET PRIOR-FORECAST-FOUND TO TRUE
           END-IF.
           MOVE FCH-CLIENT-CODE TO WS-CELL-CLIENT.
           MOVE FCH-SITE TO WS-CELL-SITE.
           PERFORM 0860-FIND-COMPARE.
           IF WS-CP-IX > ZERO
               ADD FCH-FORECAST TO WS-CP-FORECAST(WS-CP-IX)
           END-IF.

      *What was screened in the month, by the client on the
      *reading and the site it was taken at.
           0820-COUNT-ACTUALS.
           OPEN INPUT HIST-BYDATE-FILE.
           OPEN INPUT BMI-HISTORY-FILE.
           EVALUATE TRUE
               WHEN WS-BYDT-FS = "00" AND WS-HISTORY-FS = "00"
                   PERFORM 0825-READ-PRIOR-MONTH
               WHEN WS-BYDT-FS = "35" OR WS-HISTORY-FS = "35"
                   DISPLAY "No readings on file - nothing screened "
                       "in ", WS-PRIOR-MONTH
               WHEN OTHER
                   DISPLAY "Cannot open HISTBYDT.DAT or "
                       "BMIHISTORY.DAT, status: ", WS-BYDT-FS, " ",
                       WS-HISTORY-FS
                   MOVE "0820-COUNT-ACTUALS" TO ERRL-REQ-PARAGRAPH
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   IF WS-BYDT-FS NOT = "00"
                       MOVE "HISTBYDT.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-BYDT-FS TO ERRL-REQ-STATUS
                   ELSE
                       MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   END-IF
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
           IF WS-BYDT-FS NOT = "35"
               CLOSE HIST-BYDATE-FILE
           END-IF.
           IF WS-HISTORY-FS NOT = "35"
               CLOSE BMI-HISTORY-FILE
           END-IF.

           0825-READ-PRIOR-MONTH.
           MOVE WS-PRIOR-START TO HBD-DATE.
           MOVE ZERO TO HBD-MEMBER-ID.
           MOVE ZERO TO HBD-TIME.
           SET END-OF-FILE-REACHED TO FALSE.
           START HIST-BYDATE-FILE KEY >= HBD-KEY
               INVALID KEY
                   SET END-OF-FILE-REACHED TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ HIST-BYDATE-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF HBD-DATE > WS-PRIOR-END
                           SET END-OF-FILE-REACHED TO TRUE
                       ELSE
                           PERFORM 0830-TAKE-ACTUAL
                       END-IF
               END-READ
           END-PERFORM.

      *A companion row whose reading has since been voided is not
      *counted; HISTBYDT rebuilds the two when they drift. A
      *physician results form is not a screening any site
      *performed, so it is not counted either.
           0830-TAKE-ACTUAL.
           MOVE HBD-MEMBER-ID TO HIST-MEMBER-ID.
           MOVE HBD-DATE TO HIST-DATE.
           MOVE HBD-TIME TO HIST-TIME.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT HIST-FROM-PHYSICIAN
                       PERFORM 0835-COUNT-ACTUAL
                   END-IF
           END-READ.

           0835-COUNT-ACTUAL.
           IF HIST-CLIENT-CODE = SPACES
               MOVE CLIENT-NOT-KNOWN TO WS-CELL-CLIENT
           ELSE
               MOVE HIST-CLIENT-CODE TO WS-CELL-CLIENT
           END-IF.
           MOVE HIST-EVENT-CODE TO WS-LAST-EVENT.
           MOVE HIST-DEVICE-ID TO WS-LAST-DEVICE.
           PERFORM 0395-SITE-OF-READING.
           MOVE WS-SITE-NAME TO WS-CELL-SITE.
           PERFORM 0860-FIND-COMPARE.
           IF WS-CP-IX > ZERO
               ADD 1 TO WS-CP-ACTUAL(WS-CP-IX)
           END-IF.

      *Same as 0660-FIND-CELL, on the check table.
           0860-FIND-COMPARE.
           MOVE ZERO TO WS-CP-IX.
           MOVE ZERO TO WS-INSERT-AT.
           MOVE ZERO TO WS-KX.
           PERFORM UNTIL WS-KX >= WS-COMPARE-COUNT
               ADD 1 TO WS-KX
               IF WS-CP-KEY(WS-KX) NOT < WS-CELL-KEY
                   IF WS-CP-KEY(WS-KX) = WS-CELL-KEY
                       MOVE WS-KX TO WS-CP-IX
                   ELSE
                       MOVE WS-KX TO WS-INSERT-AT
                   END-IF
                   MOVE WS-COMPARE-COUNT TO WS-KX
               END-IF
           END-PERFORM.
           IF WS-CP-IX = ZERO
               IF WS-COMPARE-COUNT >= CELL-TABLE-SIZE
                   ADD 1 TO WS-COMPARE-DROPPED
               ELSE
                   IF WS-INSERT-AT = ZERO
                       COMPUTE WS-INSERT-AT = WS-COMPARE-COUNT + 1
                   END-IF
                   MOVE WS-COMPARE-COUNT TO WS-KX
                   PERFORM UNTIL WS-KX < WS-INSERT-AT
                       MOVE WS-COMPARE-ENTRY(WS-KX)
                           TO WS-COMPARE-ENTRY(WS-KX + 1)
                       SUBTRACT 1 FROM WS-KX
                   END-PERFORM
                   ADD 1 TO WS-COMPARE-COUNT
                   MOVE WS-CELL-KEY TO WS-CP-KEY(WS-INSERT-AT)
                   MOVE ZERO TO WS-CP-FORECAST(WS-INSERT-AT)
                   MOVE ZERO TO WS-CP-ACTUAL(WS-INSERT-AT)
                   MOVE WS-INSERT-AT TO WS-CP-IX
               END-IF
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "FCSTVOL" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "FCSTVOL".
