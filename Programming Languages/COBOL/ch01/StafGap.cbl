       IDENTIFICATION DIVISION.
       PROGRAM-ID. "STAFGAP".
       AUTHOR.     ALAN GARCIA.
      *Event staffing gap report. For every event on EVENTS.DAT in
      *the days ahead, the staff each job needs is worked out from
      *the sponsor's head-count commitment and the staff-per-head
      *ratios below, and set against the operators rostered on
      *EVENTSTF.DAT. A job with fewer people rostered than needed
      *is flagged GAP, so the calls go out before the event and
      *not on the morning. Return code 4 when there is any gap.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-CODE
               FILE STATUS IS WS-EVENT-FS.
           SELECT EVENT-STAFF-FILE ASSIGN TO "EVENTSTF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTF-KEY
               FILE STATUS IS WS-STAFF-FS.
           SELECT GAP-REPORT-FILE ASSIGN TO "STAFGAP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
           COPY "EVENTREC.cpy".

       FD EVENT-STAFF-FILE.
           COPY "ESTFREC.cpy".

       FD GAP-REPORT-FILE.
       01 GAP-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-FS PIC XX.
       01 WS-STAFF-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-STAFF-OPEN-SW PIC X VALUE "N".
           88 STAFF-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-EVENTS VALUE "Y" FALSE "N".
       01 WS-ROSTER-EOF-SW PIC X VALUE "N".
           88 END-OF-ROSTER VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
      *Heads one person in each job can handle in an event day;
      *every event with a commitment needs at least one of each.
       01 HEADS-PER-SCREENER PIC 999 VALUE 25.
       01 HEADS-PER-NURSE PIC 999 VALUE 100.
       01 HEADS-PER-DESK PIC 999 VALUE 50.
       01 DEFAULT-DAYS-AHEAD PIC 999 VALUE 14.
       01 WS-DAYS-ENTRY PIC 999.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LAST-DATE PIC 9(8).
       01 WS-JOB-TABLE.
           05 WS-JOB-ROW OCCURS 3 TIMES.
               10 WS-JOB-NEEDED PIC 9(4).
               10 WS-JOB-ROSTERED PIC 9(4).
       01 WS-JOB-NAMES-VALUES.
           05 FILLER PIC X(8) VALUE "SCREENER".
           05 FILLER PIC X(8) VALUE "NURSE".
           05 FILLER PIC X(8) VALUE "DESK".
       01 WS-JOB-NAMES REDEFINES WS-JOB-NAMES-VALUES.
           05 WS-JOB-NAME PIC X(8) OCCURS 3 TIMES.
       01 WS-JX PIC 9.
       01 WS-JOB-FLAG PIC X(3).
       01 WS-LAST-OPERATOR PIC X(8).
       01 WS-LAST-JX PIC 9.
       01 WS-EVENT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GAP-COUNT PIC 9(4) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "EVENT STAFFING GAPS".
           DISPLAY "Days ahead to check (0 = ", DEFAULT-DAYS-AHEAD,
               "): ".
           ACCEPT WS-DAYS-ENTRY.
           IF WS-DAYS-ENTRY = ZERO
               MOVE DEFAULT-DAYS-AHEAD TO WS-DAYS-ENTRY
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-DAYS-ENTRY).
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FS NOT = "00"
               DISPLAY "Cannot open EVENTS.DAT, status: ",
                   WS-EVENT-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EVENT-STAFF-FILE.
           IF WS-STAFF-FS = "00"
               SET STAFF-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT GAP-REPORT-FILE.
           MOVE SPACES TO GAP-REPORT-LINE.
           STRING "EVENT STAFFING AGAINST HEAD COUNT " WS-TODAY-DATE
               " THROUGH " WS-LAST-DATE
               DELIMITED BY SIZE INTO GAP-REPORT-LINE.
           WRITE GAP-REPORT-LINE.
           MOVE SPACES TO GAP-REPORT-LINE.
           STRING "ONE SCREENER PER " HEADS-PER-SCREENER
               " HEADS, ONE NURSE PER " HEADS-PER-NURSE
               ", ONE DESK PER " HEADS-PER-DESK
               DELIMITED BY SIZE INTO GAP-REPORT-LINE.
           WRITE GAP-REPORT-LINE.
           SET END-OF-EVENTS TO FALSE.
           PERFORM UNTIL END-OF-EVENTS
               READ EVENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-EVENTS TO TRUE
                   NOT AT END
                       IF EVENT-DATE >= WS-TODAY-DATE
                               AND EVENT-DATE <= WS-LAST-DATE
                           PERFORM 0200-CHECK-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO GAP-REPORT-LINE.
           WRITE GAP-REPORT-LINE.
           MOVE SPACES TO GAP-REPORT-LINE.
           STRING "EVENTS CHECKED: " WS-EVENT-COUNT
               "  JOBS SHORT-STAFFED: " WS-GAP-COUNT
               DELIMITED BY SIZE INTO GAP-REPORT-LINE.
           WRITE GAP-REPORT-LINE.
           CLOSE EVENT-FILE.
           IF STAFF-IS-OPEN
               CLOSE EVENT-STAFF-FILE
           END-IF.
           CLOSE GAP-REPORT-FILE.
           DISPLAY "Events checked: ", WS-EVENT-COUNT,
               "  jobs short-staffed: ", WS-GAP-COUNT.
           DISPLAY "Gap report STAFGAP.RPT.".
           IF WS-GAP-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

           0200-CHECK-ONE-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE ZEROS TO WS-JOB-TABLE.
           IF EVENT-HEADCOUNT-COMMIT > ZERO
               COMPUTE WS-JOB-NEEDED(1) =
                   (EVENT-HEADCOUNT-COMMIT + HEADS-PER-SCREENER - 1)
                   / HEADS-PER-SCREENER
               COMPUTE WS-JOB-NEEDED(2) =
                   (EVENT-HEADCOUNT-COMMIT + HEADS-PER-NURSE - 1)
                   / HEADS-PER-NURSE
               COMPUTE WS-JOB-NEEDED(3) =
                   (EVENT-HEADCOUNT-COMMIT + HEADS-PER-DESK - 1)
                   / HEADS-PER-DESK
           END-IF.
           IF STAFF-IS-OPEN
               PERFORM 0250-COUNT-ROSTER
           END-IF.
           MOVE SPACES TO GAP-REPORT-LINE.
           WRITE GAP-REPORT-LINE.
           MOVE SPACES TO GAP-REPORT-LINE.
           STRING "EVENT " EVENT-CODE " " EVENT-DATE " "
               EVENT-LOCATION " HEADCOUNT " EVENT-HEADCOUNT-COMMIT
               DELIMITED BY SIZE INTO GAP-REPORT-LINE.
           WRITE GAP-REPORT-LINE.
           MOVE ZERO TO WS-JX.
           PERFORM UNTIL WS-JX >= 3
               ADD 1 TO WS-JX
               IF WS-JOB-ROSTERED(WS-JX) < WS-JOB-NEEDED(WS-JX)
                   MOVE "GAP" TO WS-JOB-FLAG
                   ADD 1 TO WS-GAP-COUNT
               ELSE
                   MOVE SPACES TO WS-JOB-FLAG
               END-IF
               MOVE SPACES TO GAP-REPORT-LINE
               STRING "  " WS-JOB-NAME(WS-JX)
                   "  NEEDED " WS-JOB-NEEDED(WS-JX)
                   "  ROSTERED " WS-JOB-ROSTERED(WS-JX)
                   "  " WS-JOB-FLAG
                   DELIMITED BY SIZE INTO GAP-REPORT-LINE
               WRITE GAP-REPORT-LINE
           END-PERFORM.

      *Each operator counts once per job however many shifts they
      *work; the roster reads an operator's shifts together.
           0250-COUNT-ROSTER.
           MOVE EVENT-CODE TO ESTF-EVENT-CODE.
           MOVE LOW-VALUES TO ESTF-OPERATOR-ID.
           MOVE ZERO TO ESTF-SHIFT-START.
           START EVENT-STAFF-FILE KEY >= ESTF-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE SPACES TO WS-LAST-OPERATOR.
           MOVE ZERO TO WS-LAST-JX.
           SET END-OF-ROSTER TO FALSE.
           IF WS-STAFF-FS NOT = "00"
               SET END-OF-ROSTER TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-ROSTER
               READ EVENT-STAFF-FILE NEXT RECORD
                   AT END
                       SET END-OF-ROSTER TO TRUE
                   NOT AT END
                       IF ESTF-EVENT-CODE NOT = EVENT-CODE
                           SET END-OF-ROSTER TO TRUE
                       ELSE
                           PERFORM 0270-COUNT-ONE-SHIFT
                       END-IF
               END-READ
           END-PERFORM.

           0270-COUNT-ONE-SHIFT.
           EVALUATE TRUE
               WHEN ESTF-IS-SCREENER
                   MOVE 1 TO WS-JX
               WHEN ESTF-IS-NURSE
                   MOVE 2 TO WS-JX
               WHEN OTHER
                   MOVE 3 TO WS-JX
           END-EVALUATE.
           IF ESTF-OPERATOR-ID NOT = WS-LAST-OPERATOR
                   OR WS-JX NOT = WS-LAST-JX
               ADD 1 TO WS-JOB-ROSTERED(WS-JX)
           END-IF.
           MOVE ESTF-OPERATOR-ID TO WS-LAST-OPERATOR.
           MOVE WS-JX TO WS-LAST-JX.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "STAFGAP" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "STAFGAP".
