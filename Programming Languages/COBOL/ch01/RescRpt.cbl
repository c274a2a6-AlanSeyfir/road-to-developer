       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RESCRPT".
       AUTHOR.     ALAN GARCIA.
      *Annual re-screen retention and cohort continuity report.
      *Everyone screened in the plan year asked for is the cohort;
      *the report counts how many were screened again in the
      *following plan year and in the year after that, overall and
      *broken down by client, by the event where the member was
      *first screened that year, by the BMI category of that first
      *reading, and by whether the station booked their next
      *annual screening at the time. Plan-year dates are each
      *client's from OUTRULES.DAT, the later years falling on the
      *same dates a year and two years on; a client with no rule
      *for the year runs on the calendar year. Readings are found
      *day by day through HISTBYDT.DAT and sorted by member with
      *the station's anniversary bookings, so one member's whole
      *story is read at once. Members with no return at all are
      *written to RESCREEN.DAT, which OUTREACH build mode loads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTCOME-RULE-FILE ASSIGN TO "OUTRULES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORUL-KEY
               FILE STATUS IS WS-RULE-FS.
           SELECT HIST-BYDATE-FILE ASSIGN TO "HISTBYDT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HBD-KEY
               FILE STATUS IS WS-BYDT-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPT-KEY
               FILE STATUS IS WS-APPT-FS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT RESCREEN-FILE ASSIGN TO "RESCREEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCREEN-FS.
           SELECT RETENTION-REPORT-FILE ASSIGN TO "RESCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTCOME-RULE-FILE.
           COPY "ORULREC.cpy".

       FD HIST-BYDATE-FILE.
           COPY "HISTBYDT.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD APPOINTMENT-FILE.
           COPY "APPTREC.cpy".

      *Member ID is the major key; a member's readings come ahead
      *of their bookings, in date order, so the cohort year is
      *known before the bookings are looked at.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SORT-MEMBER-ID PIC 9(6).
           05 SORT-ROW-TYPE PIC X.
               88 SORT-IS-READING VALUE "1".
               88 SORT-IS-BOOKING VALUE "2".
           05 SORT-DATE PIC 9(8).
           05 SORT-TIME PIC 9(6).
      *1 the cohort year, 2 the following year, 3 the year after;
      *zero on a booking row, whose date is the day it was booked.
           05 SORT-YEAR-NO PIC 9.
           05 SORT-CLIENT-CODE PIC X(3).
           05 SORT-EVENT-CODE PIC X(6).
           05 SORT-BMI PIC 999V99.
           05 SORT-EXCL-FLAG PIC X.
               88 SORT-IS-EXCLUDED VALUE "P".

       FD RESCREEN-FILE.
           COPY "RSCNREC.cpy".

       FD RETENTION-REPORT-FILE.
       01 RETENTION-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RULE-FS PIC XX.
       01 WS-BYDT-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-APPT-FS PIC XX.
       01 WS-RESCREEN-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-SORT-RETURN PIC 99.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-SORT-EOF-SW PIC X VALUE "N".
           88 END-OF-SORTED-ROWS VALUE "Y" FALSE "N".

      *Plan-year windows by client for the cohort year. A client
      *not in the table runs on the calendar year.
       01 WINDOW-TABLE-SIZE PIC 9(3) VALUE 100.
       01 WS-WINDOW-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 100 TIMES.
               10 WS-WIN-CLIENT PIC X(3).
               10 WS-WIN-START PIC 9(8).
               10 WS-WIN-END PIC 9(8).
       01 WS-WX PIC 9(3).
       01 WS-CALENDAR-START PIC 9(8).
       01 WS-CALENDAR-END PIC 9(8).
      *The window for the client being looked up. Adding 10000 to
      *a YYYYMMDD date moves it to the same day a year on; a start
      *or end on Feb 29 becomes a date that is never on file but
      *still compares in the right place.
       01 WS-LOOKUP-CLIENT PIC X(3).
       01 WS-YEAR1-START PIC 9(8).
       01 WS-YEAR1-END PIC 9(8).
       01 WS-YEAR2-START PIC 9(8).
       01 WS-YEAR2-END PIC 9(8).
       01 WS-YEAR3-START PIC 9(8).
       01 WS-YEAR3-END PIC 9(8).
       01 WS-SCAN-FROM PIC 9(8).
       01 WS-YEAR1-LAST-END PIC 9(8).
       01 WS-SCAN-TO PIC 9(8).
       01 WS-YEAR-NO PIC 9.

      *One member's story, gathered across their sorted rows.
       01 WS-CURRENT-ID PIC 9(6) VALUE ZERO.
       01 WS-COHORT-SW PIC X VALUE "N".
           88 MEMBER-IN-COHORT VALUE "Y" FALSE "N".
       01 WS-YEAR2-SW PIC X VALUE "N".
           88 RETURNED-YEAR2 VALUE "Y" FALSE "N".
       01 WS-YEAR3-SW PIC X VALUE "N".
           88 RETURNED-YEAR3 VALUE "Y" FALSE "N".
       01 WS-BOOKED-SW PIC X VALUE "N".
           88 ANNIVERSARY-WAS-BOOKED VALUE "Y" FALSE "N".
       01 WS-FIRST-CLIENT PIC X(3).
       01 WS-FIRST-EVENT PIC X(6).
       01 WS-FIRST-BMI PIC 999V99.
       01 WS-FIRST-EXCL-FLAG PIC X.
           88 FIRST-READING-EXCLUDED VALUE "P".
       01 WS-LAST-YEAR1-DATE PIC 9(8).
       01 WS-MEMBER-YEAR1-START PIC 9(8).
       01 WS-MEMBER-YEAR1-END PIC 9(8).
       01 BMI-CATEGORY PIC X(15).

      *Cohort, returned-next-year and returned-year-after counts by
      *breakdown: C client, E first event, B starting BMI category,
      *A anniversary booking. The category and booking rows are
      *set up at the start so they print in a fixed order.
       01 BREAK-TABLE-SIZE PIC 9(3) VALUE 500.
       01 WS-BREAK-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BREAK-TABLE.
           05 WS-BREAK-ENTRY OCCURS 500 TIMES.
               10 WS-BRK-DIMENSION PIC X.
               10 WS-BRK-VALUE PIC X(15).
               10 WS-BRK-COHORT PIC 9(6).
               10 WS-BRK-YEAR2 PIC 9(6).
               10 WS-BRK-YEAR3 PIC 9(6).
       01 WS-BX PIC 9(3).
       01 WS-BREAK-FOUND-SW PIC X VALUE "N".
           88 BREAK-ROW-FOUND VALUE "Y" FALSE "N".
       01 WS-BREAK-OVERFLOW PIC 9(6) VALUE ZERO.
       01 WS-TALLY-DIMENSION PIC X.
       01 WS-TALLY-VALUE PIC X(15).
       01 WS-PRINT-DIMENSION PIC X.

       01 WS-READINGS-RELEASED PIC 9(7) VALUE ZERO.
       01 WS-BOOKINGS-RELEASED PIC 9(7) VALUE ZERO.
       01 WS-COHORT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-YEAR2-COUNT PIC 9(6) VALUE ZERO.
       01 WS-YEAR3-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NON-RETURN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RATE PIC 999V9.
       01 WS-RATE2-EDIT PIC ZZ9.9.
       01 WS-RATE3-EDIT PIC ZZ9.9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "ANNUAL RE-SCREEN RETENTION".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-GET-PLAN-YEAR.
           PERFORM 0150-LOAD-WINDOWS.
           PERFORM 0180-SEED-BREAKDOWNS.
           OPEN INPUT HIST-BYDATE-FILE.
           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-BYDT-FS NOT = "00" OR WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open the history files, status: ",
                   WS-BYDT-FS, " ", WS-HISTORY-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "HISTBYDT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BYDT-FS TO ERRL-REQ-STATUS
               IF WS-BYDT-FS = "00"
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               END-IF
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT APPOINTMENT-FILE
               OPEN OUTPUT RESCREEN-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-MEMBER-ID SORT-ROW-TYPE
                       SORT-DATE SORT-TIME
                   INPUT PROCEDURE IS 0300-RELEASE-ROWS
                   OUTPUT PROCEDURE IS 0500-FOLLOW-MEMBERS
               IF SORT-RETURN NOT = ZERO
                   MOVE SORT-RETURN TO WS-SORT-RETURN
                   DISPLAY "Sort of the cohort readings failed, "
                       "sort return: ", WS-SORT-RETURN
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               CLOSE RESCREEN-FILE
               IF WS-APPT-FS = "00" OR WS-APPT-FS = "10"
                   CLOSE APPOINTMENT-FILE
               END-IF
               IF WS-RETURN-CODE = ZERO
                   PERFORM 0700-WRITE-REPORT
               END-IF
           END-IF.
           IF WS-BYDT-FS NOT = "35"
               CLOSE HIST-BYDATE-FILE
           END-IF.
           IF WS-HISTORY-FS NOT = "35"
               CLOSE BMI-HISTORY-FILE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

           0110-GET-PLAN-YEAR.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Cohort plan year (YYYY): "
               ACCEPT WS-YEAR-ENTRY
               IF WS-YEAR-ENTRY IS NUMERIC AND WS-YEAR-ENTRY > 1900
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter a four-digit year."
               END-IF
           END-PERFORM.

      *The scan runs from the earliest plan-year start of any
      *client to the latest end two years on.
           0150-LOAD-WINDOWS.
           COMPUTE WS-CALENDAR-START = WS-YEAR-ENTRY * 10000 + 0101.
           COMPUTE WS-CALENDAR-END = WS-YEAR-ENTRY * 10000 + 1231.
           MOVE WS-CALENDAR-START TO WS-SCAN-FROM.
           MOVE WS-CALENDAR-END TO WS-YEAR1-LAST-END.
           OPEN INPUT OUTCOME-RULE-FILE.
           IF WS-RULE-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ OUTCOME-RULE-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF ORUL-PLAN-YEAR = WS-YEAR-ENTRY
                               PERFORM 0160-ADD-WINDOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTCOME-RULE-FILE
           END-IF.
           COMPUTE WS-SCAN-TO = WS-YEAR1-LAST-END + 20000.

           0160-ADD-WINDOW.
           IF WS-WINDOW-COUNT < WINDOW-TABLE-SIZE
               ADD 1 TO WS-WINDOW-COUNT
               MOVE ORUL-CLIENT-CODE TO WS-WIN-CLIENT(WS-WINDOW-COUNT)
               MOVE ORUL-YEAR-START TO WS-WIN-START(WS-WINDOW-COUNT)
               MOVE ORUL-YEAR-END TO WS-WIN-END(WS-WINDOW-COUNT)
               IF ORUL-YEAR-START < WS-SCAN-FROM
                   MOVE ORUL-YEAR-START TO WS-SCAN-FROM
               END-IF
               IF ORUL-YEAR-END > WS-YEAR1-LAST-END
                   MOVE ORUL-YEAR-END TO WS-YEAR1-LAST-END
               END-IF
           ELSE
               DISPLAY "More than ", WINDOW-TABLE-SIZE, " client "
                   "plan years - client ", ORUL-CLIENT-CODE,
                   " runs on the calendar year."
           END-IF.

           0180-SEED-BREAKDOWNS.
           MOVE "B" TO WS-TALLY-DIMENSION.
           MOVE "Underweight" TO WS-TALLY-VALUE.
           PERFORM 0660-FIND-BREAK-ROW.
           MOVE "Normal" TO WS-TALLY-VALUE.
           PERFORM 0660-FIND-BREAK-ROW.
           MOVE "Overweight" TO WS-TALLY-VALUE.
           PERFORM 0660-FIND-BREAK-ROW.
           MOVE "Obese" TO WS-TALLY-VALUE.
           PERFORM 0660-FIND-BREAK-ROW.
           MOVE "Excluded" TO WS-TALLY-VALUE.
           PERFORM 0660-FIND-BREAK-ROW.
           MOVE "A" TO WS-TALLY-DIMENSION.
           MOVE "BOOKED" TO WS-TALLY-VALUE.
           PERFORM 0660-FIND-BREAK-ROW.
           MOVE "NOT BOOKED" TO WS-TALLY-VALUE.
           PERFORM 0660-FIND-BREAK-ROW.

           0200-FIND-WINDOW.
           MOVE WS-CALENDAR-START TO WS-YEAR1-START.
           MOVE WS-CALENDAR-END TO WS-YEAR1-END.
           MOVE ZERO TO WS-WX.
           PERFORM UNTIL WS-WX >= WS-WINDOW-COUNT
               ADD 1 TO WS-WX
               IF WS-WIN-CLIENT(WS-WX) = WS-LOOKUP-CLIENT
                   MOVE WS-WIN-START(WS-WX) TO WS-YEAR1-START
                   MOVE WS-WIN-END(WS-WX) TO WS-YEAR1-END
                   MOVE WS-WINDOW-COUNT TO WS-WX
               END-IF
           END-PERFORM.
           COMPUTE WS-YEAR2-START = WS-YEAR1-START + 10000.
           COMPUTE WS-YEAR2-END = WS-YEAR1-END + 10000.
           COMPUTE WS-YEAR3-START = WS-YEAR1-START + 20000.
           COMPUTE WS-YEAR3-END = WS-YEAR1-END + 20000.

           0300-RELEASE-ROWS.
           PERFORM 0310-RELEASE-READINGS.
           PERFORM 0350-RELEASE-BOOKINGS.

      *A by-date row whose reading has since been voided finds no
      *history row and is passed over.
           0310-RELEASE-READINGS.
           MOVE WS-SCAN-FROM TO HBD-DATE.
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
                       IF HBD-DATE > WS-SCAN-TO
                           SET END-OF-FILE-REACHED TO TRUE
                       ELSE
                           PERFORM 0320-RELEASE-ONE-READING
                       END-IF
               END-READ
           END-PERFORM.

           0320-RELEASE-ONE-READING.
           MOVE HBD-MEMBER-ID TO HIST-MEMBER-ID.
           MOVE HBD-DATE TO HIST-DATE.
           MOVE HBD-TIME TO HIST-TIME.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIST-CLIENT-CODE TO WS-LOOKUP-CLIENT
                   PERFORM 0200-FIND-WINDOW
                   EVALUATE TRUE
                       WHEN HIST-DATE >= WS-YEAR1-START
                               AND HIST-DATE <= WS-YEAR1-END
                           MOVE 1 TO WS-YEAR-NO
                       WHEN HIST-DATE >= WS-YEAR2-START
                               AND HIST-DATE <= WS-YEAR2-END
                           MOVE 2 TO WS-YEAR-NO
                       WHEN HIST-DATE >= WS-YEAR3-START
                               AND HIST-DATE <= WS-YEAR3-END
                           MOVE 3 TO WS-YEAR-NO
                       WHEN OTHER
                           MOVE ZERO TO WS-YEAR-NO
                   END-EVALUATE
                   IF WS-YEAR-NO > ZERO
                       MOVE HIST-MEMBER-ID TO SORT-MEMBER-ID
                       SET SORT-IS-READING TO TRUE
                       MOVE HIST-DATE TO SORT-DATE
                       MOVE HIST-TIME TO SORT-TIME
                       MOVE WS-YEAR-NO TO SORT-YEAR-NO
                       MOVE HIST-CLIENT-CODE TO SORT-CLIENT-CODE
                       MOVE HIST-EVENT-CODE TO SORT-EVENT-CODE
                       MOVE HIST-BMI TO SORT-BMI
                       MOVE HIST-EXCL-FLAG TO SORT-EXCL-FLAG
                       RELEASE SORT-WORK-RECORD
                       ADD 1 TO WS-READINGS-RELEASED
                   END-IF
           END-READ.

      *Only the station's own bookings of the next annual count,
      *and only those made during a cohort year. The appointment
      *is always on or after the day it was booked, so the scan
      *starts at the earliest cohort-year start.
           0350-RELEASE-BOOKINGS.
           IF WS-APPT-FS = "00"
               MOVE WS-SCAN-FROM TO APPT-DATE
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
                           IF APPT-BOOKED-AT-SCREENING
                                   AND APPT-BOOKED-DATE >= WS-SCAN-FROM
                                   AND APPT-BOOKED-DATE
                                       <= WS-YEAR1-LAST-END
                               PERFORM 0360-RELEASE-ONE-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0360-RELEASE-ONE-BOOKING.
           MOVE APPT-MEMBER-ID TO SORT-MEMBER-ID.
           SET SORT-IS-BOOKING TO TRUE.
           MOVE APPT-BOOKED-DATE TO SORT-DATE.
           MOVE ZERO TO SORT-TIME.
           MOVE ZERO TO SORT-YEAR-NO.
           MOVE SPACES TO SORT-CLIENT-CODE.
           MOVE SPACES TO SORT-EVENT-CODE.
           MOVE ZERO TO SORT-BMI.
           MOVE SPACE TO SORT-EXCL-FLAG.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WS-BOOKINGS-RELEASED.

           0500-FOLLOW-MEMBERS.
           MOVE ZERO TO WS-CURRENT-ID.
           SET END-OF-SORTED-ROWS TO FALSE.
           PERFORM UNTIL END-OF-SORTED-ROWS
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-ROWS TO TRUE
                   NOT AT END
                       IF SORT-MEMBER-ID NOT = WS-CURRENT-ID
                           PERFORM 0600-CLOSE-MEMBER
                           PERFORM 0520-START-MEMBER
                       END-IF
                       PERFORM 0530-TAKE-ONE-ROW
               END-RETURN
           END-PERFORM.
           PERFORM 0600-CLOSE-MEMBER.

           0520-START-MEMBER.
           MOVE SORT-MEMBER-ID TO WS-CURRENT-ID.
           SET MEMBER-IN-COHORT TO FALSE.
           SET RETURNED-YEAR2 TO FALSE.
           SET RETURNED-YEAR3 TO FALSE.
           SET ANNIVERSARY-WAS-BOOKED TO FALSE.
           MOVE ZERO TO WS-LAST-YEAR1-DATE.

      *The member's first reading of the cohort year fixes their
      *client, event and starting category for the breakdowns.
           0530-TAKE-ONE-ROW.
           EVALUATE TRUE
               WHEN SORT-IS-BOOKING
                   IF MEMBER-IN-COHORT
                           AND SORT-DATE >= WS-MEMBER-YEAR1-START
                           AND SORT-DATE <= WS-MEMBER-YEAR1-END
                       SET ANNIVERSARY-WAS-BOOKED TO TRUE
                   END-IF
               WHEN SORT-YEAR-NO = 1
                   IF NOT MEMBER-IN-COHORT
                       SET MEMBER-IN-COHORT TO TRUE
                       MOVE SORT-CLIENT-CODE TO WS-FIRST-CLIENT
                       MOVE SORT-EVENT-CODE TO WS-FIRST-EVENT
                       MOVE SORT-BMI TO WS-FIRST-BMI
                       MOVE SORT-EXCL-FLAG TO WS-FIRST-EXCL-FLAG
                       MOVE SORT-CLIENT-CODE TO WS-LOOKUP-CLIENT
                       PERFORM 0200-FIND-WINDOW
                       MOVE WS-YEAR1-START TO WS-MEMBER-YEAR1-START
                       MOVE WS-YEAR1-END TO WS-MEMBER-YEAR1-END
                   END-IF
                   MOVE SORT-DATE TO WS-LAST-YEAR1-DATE
               WHEN SORT-YEAR-NO = 2
                   SET RETURNED-YEAR2 TO TRUE
               WHEN SORT-YEAR-NO = 3
                   SET RETURNED-YEAR3 TO TRUE
           END-EVALUATE.

      *A member with readings only in the later years was not in
      *the cohort and is not counted.
           0600-CLOSE-MEMBER.
           IF WS-CURRENT-ID NOT = ZERO AND MEMBER-IN-COHORT
               ADD 1 TO WS-COHORT-COUNT
               IF RETURNED-YEAR2
                   ADD 1 TO WS-YEAR2-COUNT
               END-IF
               IF RETURNED-YEAR3
                   ADD 1 TO WS-YEAR3-COUNT
               END-IF
               MOVE "C" TO WS-TALLY-DIMENSION
               MOVE WS-FIRST-CLIENT TO WS-TALLY-VALUE
               IF WS-FIRST-CLIENT = SPACES
                   MOVE "(NONE)" TO WS-TALLY-VALUE
               END-IF
               PERFORM 0650-TALLY-MEMBER
               MOVE "E" TO WS-TALLY-DIMENSION
               MOVE WS-FIRST-EVENT TO WS-TALLY-VALUE
               IF WS-FIRST-EVENT = SPACES
                   MOVE "(NO EVENT)" TO WS-TALLY-VALUE
               END-IF
               PERFORM 0650-TALLY-MEMBER
               PERFORM 0610-SET-CATEGORY
               MOVE "B" TO WS-TALLY-DIMENSION
               MOVE BMI-CATEGORY TO WS-TALLY-VALUE
               PERFORM 0650-TALLY-MEMBER
               MOVE "A" TO WS-TALLY-DIMENSION
               IF ANNIVERSARY-WAS-BOOKED
                   MOVE "BOOKED" TO WS-TALLY-VALUE
               ELSE
                   MOVE "NOT BOOKED" TO WS-TALLY-VALUE
               END-IF
               PERFORM 0650-TALLY-MEMBER
               IF NOT RETURNED-YEAR2 AND NOT RETURNED-YEAR3
                   PERFORM 0620-WRITE-NON-RETURNER
               END-IF
           END-IF.

      *A starting reading inside an exclusion window carries no
      *category, the same as everywhere else BMI drives a result.
           0610-SET-CATEGORY.
           EVALUATE TRUE
               WHEN FIRST-READING-EXCLUDED
                   MOVE "Excluded" TO BMI-CATEGORY
               WHEN WS-FIRST-BMI < 18.50
                   MOVE "Underweight" TO BMI-CATEGORY
               WHEN WS-FIRST-BMI < 25.00
                   MOVE "Normal" TO BMI-CATEGORY
               WHEN WS-FIRST-BMI < 30.00
                   MOVE "Overweight" TO BMI-CATEGORY
               WHEN OTHER
                   MOVE "Obese" TO BMI-CATEGORY
           END-EVALUATE.

           0620-WRITE-NON-RETURNER.
           ADD 1 TO WS-NON-RETURN-COUNT.
           MOVE WS-CURRENT-ID TO RSCN-MEMBER-ID.
           MOVE WS-YEAR-ENTRY TO RSCN-PLAN-YEAR.
           MOVE WS-LAST-YEAR1-DATE TO RSCN-LAST-SCREEN-DATE.
           MOVE WS-FIRST-CLIENT TO RSCN-CLIENT-CODE.
           MOVE WS-FIRST-EVENT TO RSCN-EVENT-CODE.
           IF ANNIVERSARY-WAS-BOOKED
               SET RSCN-WAS-AUTO-BOOKED TO TRUE
           ELSE
               MOVE "N" TO RSCN-BOOKED-FLAG
           END-IF.
           WRITE RESCREEN-RECORD.
           IF WS-RESCREEN-FS NOT = "00"
               DISPLAY "Could not write RESCREEN.DAT, status: ",
                   WS-RESCREEN-FS
               MOVE "0620-WRITE-NON-RETURNER" TO ERRL-REQ-PARAGRAPH
               MOVE "RESCREEN.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RESCREEN-FS TO ERRL-REQ-STATUS
               MOVE WS-CURRENT-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0650-TALLY-MEMBER.
           PERFORM 0660-FIND-BREAK-ROW.
           IF BREAK-ROW-FOUND
               ADD 1 TO WS-BRK-COHORT(WS-BX)
               IF RETURNED-YEAR2
                   ADD 1 TO WS-BRK-YEAR2(WS-BX)
               END-IF
               IF RETURNED-YEAR3
                   ADD 1 TO WS-BRK-YEAR3(WS-BX)
               END-IF
           ELSE
               ADD 1 TO WS-BREAK-OVERFLOW
           END-IF.

      *Finds the row for the dimension and value, adding it at the
      *end when it is new and there is room.
           0660-FIND-BREAK-ROW.
           SET BREAK-ROW-FOUND TO FALSE.
           MOVE ZERO TO WS-BX.
           PERFORM UNTIL WS-BX >= WS-BREAK-COUNT OR BREAK-ROW-FOUND
               ADD 1 TO WS-BX
               IF WS-BRK-DIMENSION(WS-BX) = WS-TALLY-DIMENSION
                       AND WS-BRK-VALUE(WS-BX) = WS-TALLY-VALUE
                   SET BREAK-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT BREAK-ROW-FOUND
                   AND WS-BREAK-COUNT < BREAK-TABLE-SIZE
               ADD 1 TO WS-BREAK-COUNT
               MOVE WS-BREAK-COUNT TO WS-BX
               MOVE WS-TALLY-DIMENSION TO WS-BRK-DIMENSION(WS-BX)
               MOVE WS-TALLY-VALUE TO WS-BRK-VALUE(WS-BX)
               MOVE ZERO TO WS-BRK-COHORT(WS-BX)
               MOVE ZERO TO WS-BRK-YEAR2(WS-BX)
               MOVE ZERO TO WS-BRK-YEAR3(WS-BX)
               SET BREAK-ROW-FOUND TO TRUE
           END-IF.

           0700-WRITE-REPORT.
           OPEN OUTPUT RETENTION-REPORT-FILE.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           STRING "ANNUAL RE-SCREEN RETENTION - PLAN YEAR "
               WS-YEAR-ENTRY " COHORT  (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           STRING "  PLAN-YEAR DATES FROM OUTRULES.DAT FOR "
               WS-WINDOW-COUNT " CLIENTS; ALL OTHERS ON THE "
               "CALENDAR YEAR"
               DELIMITED BY SIZE INTO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           IF WS-TODAY-DATE <= WS-SCAN-TO
               MOVE SPACES TO RETENTION-REPORT-LINE
               STRING "  A FOLLOWING YEAR IS STILL IN PROGRESS - "
                   "RETURNS ARE COUNTED TO DATE"
                   DELIMITED BY SIZE INTO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
           END-IF.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           STRING "                   SCREENED  BACK NEXT YR    PCT"
               "  BACK YR AFTER    PCT"
               DELIMITED BY SIZE INTO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE "ALL MEMBERS" TO WS-TALLY-VALUE.
           PERFORM 0750-SET-RATES-TOTAL.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           STRING "  " WS-TALLY-VALUE "  " WS-COHORT-COUNT
               "        " WS-YEAR2-COUNT "  " WS-RATE2-EDIT
               "         " WS-YEAR3-COUNT "  " WS-RATE3-EDIT
               DELIMITED BY SIZE INTO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE "C" TO WS-PRINT-DIMENSION.
           MOVE "BY CLIENT" TO RETENTION-REPORT-LINE.
           PERFORM 0720-PRINT-DIMENSION.
           MOVE "E" TO WS-PRINT-DIMENSION.
           MOVE "BY FIRST SCREENING EVENT" TO RETENTION-REPORT-LINE.
           PERFORM 0720-PRINT-DIMENSION.
           MOVE "B" TO WS-PRINT-DIMENSION.
           MOVE "BY STARTING BMI CATEGORY" TO RETENTION-REPORT-LINE.
           PERFORM 0720-PRINT-DIMENSION.
           MOVE "A" TO WS-PRINT-DIMENSION.
           MOVE "BY NEXT ANNUAL BOOKED AT THE STATION"
               TO RETENTION-REPORT-LINE.
           PERFORM 0720-PRINT-DIMENSION.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           STRING "NON-RETURNERS WRITTEN TO RESCREEN.DAT: "
               WS-NON-RETURN-COUNT
               DELIMITED BY SIZE INTO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           IF WS-BREAK-OVERFLOW > ZERO
               MOVE SPACES TO RETENTION-REPORT-LINE
               STRING "BREAKDOWN TABLE FULL - " WS-BREAK-OVERFLOW
                   " MEMBER COUNTS NOT BROKEN DOWN"
                   DELIMITED BY SIZE INTO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
           END-IF.
           CLOSE RETENTION-REPORT-FILE.
           DISPLAY "Cohort members:   ", WS-COHORT-COUNT.
           DISPLAY "  Back next year: ", WS-YEAR2-COUNT.
           DISPLAY "  Back year after:", WS-YEAR3-COUNT.
           DISPLAY "  Non-returners:  ", WS-NON-RETURN-COUNT.

      *The heading is in the line area when this is performed.
           0720-PRINT-DIMENSION.
           WRITE RETENTION-REPORT-LINE.
           MOVE ZERO TO WS-BX.
           PERFORM UNTIL WS-BX >= WS-BREAK-COUNT
               ADD 1 TO WS-BX
               IF WS-BRK-DIMENSION(WS-BX) = WS-PRINT-DIMENSION
                   PERFORM 0730-PRINT-BREAK-ROW
               END-IF
           END-PERFORM.

           0730-PRINT-BREAK-ROW.
           IF WS-BRK-COHORT(WS-BX) = ZERO
               MOVE ZERO TO WS-RATE2-EDIT
               MOVE ZERO TO WS-RATE3-EDIT
           ELSE
               COMPUTE WS-RATE ROUNDED = WS-BRK-YEAR2(WS-BX) * 100
                   / WS-BRK-COHORT(WS-BX)
               MOVE WS-RATE TO WS-RATE2-EDIT
               COMPUTE WS-RATE ROUNDED = WS-BRK-YEAR3(WS-BX) * 100
                   / WS-BRK-COHORT(WS-BX)
               MOVE WS-RATE TO WS-RATE3-EDIT
           END-IF.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           STRING "  " WS-BRK-VALUE(WS-BX) "  " WS-BRK-COHORT(WS-BX)
               "        " WS-BRK-YEAR2(WS-BX) "  " WS-RATE2-EDIT
               "         " WS-BRK-YEAR3(WS-BX) "  " WS-RATE3-EDIT
               DELIMITED BY SIZE INTO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.

           0750-SET-RATES-TOTAL.
           IF WS-COHORT-COUNT = ZERO
               MOVE ZERO TO WS-RATE2-EDIT
               MOVE ZERO TO WS-RATE3-EDIT
           ELSE
               COMPUTE WS-RATE ROUNDED = WS-YEAR2-COUNT * 100
                   / WS-COHORT-COUNT
               MOVE WS-RATE TO WS-RATE2-EDIT
               COMPUTE WS-RATE ROUNDED = WS-YEAR3-COUNT * 100
                   / WS-COHORT-COUNT
               MOVE WS-RATE TO WS-RATE3-EDIT
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "RESCRPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "RESCRPT".
