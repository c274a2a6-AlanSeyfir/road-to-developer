       IDENTIFICATION DIVISION.
       PROGRAM-ID. "STEPPTS".
       AUTHOR.     ALAN GARCIA.
      *Weekly step milestones. Totals each member's tracker steps
      *from the activity history for one Monday-to-Sunday week and
      *pays the points of the highest milestone on the milestone
      *table the week reached. Each paid week is recorded against
      *the member, so a rerun for the same week pays nobody twice,
      *and every points change is journaled as a unit of work the
      *way the stations journal theirs. Run after the Sunday
      *activity file is loaded; a week still in progress is
      *refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTIVITY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACTV-KEY
               FILE STATUS IS WS-ACTIVITY-FS.
           SELECT STEP-AWARD-FILE ASSIGN TO "STEPAWD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STPA-KEY
               FILE STATUS IS WS-AWARD-FS.
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-MEMBER-ID
               FILE STATUS IS WS-POINTS-FS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.
           SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "PTSADJ.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLOG-FS.
           SELECT STEP-REPORT-FILE ASSIGN TO "STEPPTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ACTIVITY-FILE.
           COPY "ACTVREC.cpy".

       FD STEP-AWARD-FILE.
           COPY "STPAWREC.cpy".

       FD POINTS-FILE.
           COPY "POINTREC.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD-AREA PIC X(611).

       FD ADJUSTMENT-LOG-FILE.
       01 ADJUSTMENT-LOG-LINE PIC X(100).

       FD STEP-REPORT-FILE.
       01 STEP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACTIVITY-FS PIC XX.
       01 WS-AWARD-FS PIC XX.
       01 WS-POINTS-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-ACTIVITY VALUE "Y" FALSE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-WEEK-ENTRY PIC 9(8).
       01 WS-WEEK-START PIC 9(8).
       01 WS-WEEK-END PIC 9(8).
       01 WS-WEEK-START-INT PIC 9(7).
      *Day 1 of the integer-date calendar, 1 January 1601, was a
      *Monday, so a date whose integer leaves 1 over sevens is a
      *Monday too.
       01 WS-WEEKDAY PIC 9.
       01 WS-CURRENT-MEMBER PIC 9(6) VALUE ZERO.
       01 WS-WEEK-STEPS PIC 9(7).
       01 WS-MS-SUB PIC 9.
       01 WS-MILESTONE-STEPS PIC 9(7).
       01 WS-POINTS-EARNED PIC 999.
       01 WS-ADJLOG-FS PIC XX.
       01 WS-AWARD-DISP PIC -ZZZZZZ9.
       01 WS-STEPS-DISP PIC Z,ZZZ,ZZ9.
       01 WS-MEMBERS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FROZEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POINTS-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
           COPY "STEPMTBL.cpy".

      *The points update is journaled as a unit of work, as every
      *points change is; the weekly award row rides outside it, as
      *the attestation row does.
       01 WS-JRNL-FS PIC XX.
           COPY "JRNLREC.cpy".
       01 WS-UOW-STAMP.
           05 WS-UOW-DATE PIC 9(8).
           05 WS-UOW-TIME PIC 9(6).
           05 WS-UOW-COUNT PIC 9(4) VALUE ZERO.
           05 WS-UOW-STATION PIC X(8).
       01 WS-UOW-TIME-RAW.
           05 WS-UOW-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-JRNL-SEQ PIC 9(3) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "WEEKLY STEP MILESTONE POINTS".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM 0110-GET-WEEK.
           OPEN INPUT ACTIVITY-FILE.
           IF WS-ACTIVITY-FS NOT = "00"
               DISPLAY "Cannot open ACTIVITY.DAT, status: ",
                   WS-ACTIVITY-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "ACTIVITY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ACTIVITY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN I-O STEP-AWARD-FILE
               IF WS-AWARD-FS = "35"
                   OPEN OUTPUT STEP-AWARD-FILE
                   CLOSE STEP-AWARD-FILE
                   OPEN I-O STEP-AWARD-FILE
               END-IF
               OPEN OUTPUT STEP-REPORT-FILE
               MOVE SPACES TO STEP-REPORT-LINE
               STRING "STEP MILESTONE POINTS - WEEK " WS-WEEK-START
                   " TO " WS-WEEK-END
                   DELIMITED BY SIZE INTO STEP-REPORT-LINE
               WRITE STEP-REPORT-LINE
               PERFORM 0200-SCAN-ACTIVITY
               PERFORM 0900-WRITE-TOTALS
               CLOSE ACTIVITY-FILE
               CLOSE STEP-AWARD-FILE
               CLOSE STEP-REPORT-FILE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *Zero takes the last full week - the Monday before this
      *week's Monday. A keyed week must start on a Monday and have
      *ended before today, so no member is paid on a part week.
           0110-GET-WEEK.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Week starting Monday (YYYYMMDD, 0 for last "
                   "full week): "
               ACCEPT WS-WEEK-ENTRY
               IF WS-WEEK-ENTRY = ZERO
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD(WS-TODAY-INT - 1, 7)
                   COMPUTE WS-WEEK-START-INT =
                       WS-TODAY-INT - WS-WEEKDAY - 7
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-ENTRY)
                           NOT = ZERO
                       DISPLAY "Not a valid date."
                   ELSE
                       COMPUTE WS-WEEK-START-INT =
                           FUNCTION INTEGER-OF-DATE(WS-WEEK-ENTRY)
                       COMPUTE WS-WEEKDAY =
                           FUNCTION MOD(WS-WEEK-START-INT, 7)
                       EVALUATE TRUE
                           WHEN WS-WEEKDAY NOT = 1
                               DISPLAY "The week must start on a "
                                   "Monday."
                           WHEN WS-WEEK-START-INT + 6
                                   >= WS-TODAY-INT
                               DISPLAY "That week has not ended."
                           WHEN OTHER
                               SET ENTRY-IS-VALID TO TRUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT).
           COMPUTE WS-WEEK-END =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT + 6).

      *One pass over the whole history in member order; each
      *member's week is settled when the next member's rows begin.
           0200-SCAN-ACTIVITY.
           MOVE ZERO TO ACTV-KEY.
           START ACTIVITY-FILE KEY >= ACTV-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-ACTIVITY TO FALSE.
           IF WS-ACTIVITY-FS NOT = "00"
               SET END-OF-ACTIVITY TO TRUE
           END-IF.
           MOVE ZERO TO WS-CURRENT-MEMBER.
           MOVE ZERO TO WS-WEEK-STEPS.
           PERFORM UNTIL END-OF-ACTIVITY
               READ ACTIVITY-FILE NEXT RECORD
                   AT END
                       SET END-OF-ACTIVITY TO TRUE
                   NOT AT END
                       IF ACTV-MEMBER-ID NOT = WS-CURRENT-MEMBER
                           PERFORM 0300-SETTLE-MEMBER
                           MOVE ACTV-MEMBER-ID TO WS-CURRENT-MEMBER
                           MOVE ZERO TO WS-WEEK-STEPS
                       END-IF
                       IF ACTV-DATE >= WS-WEEK-START
                               AND ACTV-DATE <= WS-WEEK-END
                           ADD ACTV-STEPS TO WS-WEEK-STEPS
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0300-SETTLE-MEMBER.

           0300-SETTLE-MEMBER.
           IF WS-CURRENT-MEMBER NOT = ZERO AND WS-WEEK-STEPS > ZERO
               ADD 1 TO WS-MEMBERS-COUNT
               MOVE ZERO TO WS-MILESTONE-STEPS
               MOVE ZERO TO WS-POINTS-EARNED
               MOVE 1 TO WS-MS-SUB
               PERFORM UNTIL WS-MS-SUB > STEP-MILESTONE-SIZE
                   IF WS-WEEK-STEPS >= STEP-MS-STEPS(WS-MS-SUB)
                       MOVE STEP-MS-STEPS(WS-MS-SUB)
                           TO WS-MILESTONE-STEPS
                       MOVE STEP-MS-POINTS(WS-MS-SUB)
                           TO WS-POINTS-EARNED
                   END-IF
                   ADD 1 TO WS-MS-SUB
               END-PERFORM
               IF WS-POINTS-EARNED > ZERO
                   PERFORM 0350-PAY-MILESTONE
               END-IF
           END-IF.

      *The award row is written before the points move, so a run
      *that stops part-way can be rerun without paying the same
      *week again.
           0350-PAY-MILESTONE.
           MOVE WS-CURRENT-MEMBER TO STPA-MEMBER-ID.
           MOVE WS-WEEK-START TO STPA-WEEK-START.
           MOVE WS-WEEK-STEPS TO STPA-WEEK-STEPS.
           MOVE WS-MILESTONE-STEPS TO STPA-MILESTONE-STEPS.
           MOVE WS-POINTS-EARNED TO STPA-POINTS-AWARDED.
           MOVE WS-TODAY-DATE TO STPA-AWARD-DATE.
           WRITE STEP-AWARD-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
               NOT INVALID KEY
                   PERFORM 0940-BEGIN-UNIT-OF-WORK
                   PERFORM 0485-ACCRUE-POINTS
                   PERFORM 0945-COMMIT-UNIT-OF-WORK
                   PERFORM 0400-REPORT-MEMBER
           END-WRITE.

           0400-REPORT-MEMBER.
           MOVE WS-WEEK-STEPS TO WS-STEPS-DISP.
           MOVE SPACES TO STEP-REPORT-LINE.
           IF WS-POINTS-EARNED > ZERO
               ADD 1 TO WS-PAID-COUNT
               ADD WS-POINTS-EARNED TO WS-POINTS-TOTAL
               STRING "  MEMBER " WS-CURRENT-MEMBER
                   "  STEPS " WS-STEPS-DISP
                   "  MILESTONE " WS-MILESTONE-STEPS
                   "  POINTS " WS-POINTS-EARNED
                   DELIMITED BY SIZE INTO STEP-REPORT-LINE
           ELSE
               ADD 1 TO WS-FROZEN-COUNT
               STRING "  MEMBER " WS-CURRENT-MEMBER
                   "  STEPS " WS-STEPS-DISP
                   "  BALANCE FROZEN - NO POINTS"
                   DELIMITED BY SIZE INTO STEP-REPORT-LINE
           END-IF.
           WRITE STEP-REPORT-LINE.

      *A frozen balance belongs to a member set inactive or
      *deceased; the week is recorded as paid with no points, so
      *setting the member active later does not pay it back.
           0485-ACCRUE-POINTS.
           OPEN I-O POINTS-FILE.
           IF WS-POINTS-FS = "35"
               OPEN OUTPUT POINTS-FILE
               CLOSE POINTS-FILE
               OPEN I-O POINTS-FILE
           END-IF.
           IF WS-POINTS-FS = "00"
               MOVE WS-CURRENT-MEMBER TO PTS-MEMBER-ID
               READ POINTS-FILE
                   INVALID KEY
                       MOVE WS-CURRENT-MEMBER TO PTS-MEMBER-ID
                       MOVE ZERO TO PTS-BALANCE
                       MOVE ZERO TO PTS-LAST-ACCRUAL-DATE
                       MOVE SPACE TO PTS-FROZEN-FLAG
                       MOVE ZERO TO PTS-FROZEN-DATE
                       WRITE POINTS-RECORD
               END-READ
               IF PTS-IS-FROZEN
                   MOVE ZERO TO WS-POINTS-EARNED
                   MOVE ZERO TO STPA-POINTS-AWARDED
                   REWRITE STEP-AWARD-RECORD
               ELSE
                   PERFORM 0487-ADD-MILESTONE-POINTS
               END-IF
               CLOSE POINTS-FILE
           ELSE
               DISPLAY "Cannot open POINTS.DAT, status: ",
                   WS-POINTS-FS
               MOVE "0485-ACCRUE-POINTS" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

           0487-ADD-MILESTONE-POINTS.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE POINTS-RECORD TO JRNL-BEFORE-IMAGE.
           ADD WS-POINTS-EARNED TO PTS-BALANCE.
           MOVE WS-TODAY-DATE TO PTS-LAST-ACCRUAL-DATE.
           REWRITE POINTS-RECORD.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Could not accrue points for member ",
                   WS-CURRENT-MEMBER, ", status: ", WS-POINTS-FS
               MOVE "0487-ADD-MILESTONE-POINTS" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE PTS-MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE "REWRITE" TO JRNL-ACTION
               MOVE "POINTS.DAT" TO JRNL-FILE-NAME
               MOVE SPACES TO JRNL-AFTER-IMAGE
               MOVE POINTS-RECORD TO JRNL-AFTER-IMAGE
               PERFORM 0950-WRITE-JOURNAL
               PERFORM 0489-LOG-AWARD
           END-IF.

      *Earned points are a recorded movement on the balance, so
      *they go on the adjustment log like a challenge award and
      *the reconciliation and liability reports can account for
      *them.
           0489-LOG-AWARD.
           MOVE WS-POINTS-EARNED TO WS-AWARD-DISP.
           OPEN EXTEND ADJUSTMENT-LOG-FILE.
           IF WS-ADJLOG-FS = "35"
               OPEN OUTPUT ADJUSTMENT-LOG-FILE
           END-IF.
           IF WS-ADJLOG-FS = "00"
               MOVE SPACES TO ADJUSTMENT-LOG-LINE
               STRING WS-TODAY-DATE
                   " MEMBER " PTS-MEMBER-ID
                   " ADJUSTED " WS-AWARD-DISP
                   " REASON STEP BY STEPPTS"
                   DELIMITED BY SIZE INTO ADJUSTMENT-LOG-LINE
               WRITE ADJUSTMENT-LOG-LINE
               CLOSE ADJUSTMENT-LOG-FILE
           END-IF.

           0900-WRITE-TOTALS.
           MOVE SPACES TO STEP-REPORT-LINE.
           STRING "MEMBERS WITH STEPS " WS-MEMBERS-COUNT
               "  PAID " WS-PAID-COUNT
               "  ALREADY PAID " WS-ALREADY-COUNT
               "  FROZEN " WS-FROZEN-COUNT
               DELIMITED BY SIZE INTO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
           MOVE SPACES TO STEP-REPORT-LINE.
           STRING "POINTS AWARDED " WS-POINTS-TOTAL
               DELIMITED BY SIZE INTO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
           DISPLAY "Week ", WS-WEEK-START, " - members paid: ",
               WS-PAID-COUNT, "  already paid: ", WS-ALREADY-COUNT,
               "  points: ", WS-POINTS-TOTAL.

           0940-BEGIN-UNIT-OF-WORK.
           ACCEPT WS-UOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-UOW-TIME-RAW FROM TIME.
           MOVE WS-UOW-HHMMSS TO WS-UOW-TIME.
           MOVE ZERO TO WS-JRNL-SEQ.
           ADD 1 TO WS-UOW-COUNT.
           MOVE "STEPPTS" TO WS-UOW-STATION.
           MOVE WS-UOW-STAMP TO JRNL-UOW-ID.
           MOVE "BEGIN" TO JRNL-ACTION.
           MOVE SPACES TO JRNL-FILE-NAME.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           PERFORM 0950-WRITE-JOURNAL.

           0945-COMMIT-UNIT-OF-WORK.
           MOVE "COMMIT" TO JRNL-ACTION.
           MOVE SPACES TO JRNL-FILE-NAME.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           PERFORM 0950-WRITE-JOURNAL.

           0950-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-FS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JRNL-FS = "00"
               WRITE JOURNAL-RECORD-AREA FROM JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "Could not write journal, status: ",
                   WS-JRNL-FS
               MOVE "0950-WRITE-JOURNAL" TO ERRL-REQ-PARAGRAPH
               MOVE "JOURNAL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-JRNL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "STEPPTS" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "STEPPTS".
