       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MSTRCHK".
       AUTHOR.     ALAN GARCIA.
      *Nightly member master versus history consistency check. The
      *master's height, weight, BMI and last-read date are meant to
      *equal the member's latest row in BMIHISTORY.DAT, and the gap
      *list and outreach both trust the last-read date, but a void,
      *a suspense release of an older reading, a merge or a journal
      *replay can each leave the two out of step. Every active
      *member is compared with their latest reading and each
      *mismatch is listed by cause, with both sides, in
      *MSTRCHK.RPT and as a row in MSTRCHK.DAT for MSTRFIX to work
      *under supervisor sign-off. Both files are keyed by member,
      *so one pass down each covers everybody. Runs without prompts
      *so it can sit in the nightly chain; return code 4 when any
      *member is out of step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CHECK-REPORT-FILE ASSIGN TO "MSTRCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT EXCEPTION-FILE ASSIGN TO "MSTRCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-LINE PIC X(100).

       FD EXCEPTION-FILE.
           COPY "MSTREXC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EXC-FS PIC XX.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-MASTER-EOF-SW PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y" FALSE "N".
       01 WS-HISTORY-EOF-SW PIC X VALUE "N".
           88 END-OF-HIST-FILE VALUE "Y" FALSE "N".
       01 WS-LATEST-SW PIC X VALUE "N".
           88 LATEST-WAS-FOUND VALUE "Y" FALSE "N".
      *The member's latest reading: history is in date and time
      *order within the member, so the last row of the block.
       01 WS-LATEST-READING.
           05 WS-LATEST-DATE PIC 9(8).
           05 WS-LATEST-TIME PIC 9(6).
           05 WS-LATEST-HEIGHT-INCH PIC 999V99.
           05 WS-LATEST-WEIGHT PIC 9999V9.
           05 WS-LATEST-BMI PIC 999V99.
       01 WS-CAUSE PIC X(6).
       01 WS-REASON-TEXT PIC X(48).
       01 WS-DATE-EDIT PIC 9(8).
       01 WS-HEIGHT-EDIT PIC ZZ9.99.
       01 WS-WEIGHT-EDIT PIC ZZZ9.9.
       01 WS-BMI-EDIT PIC ZZ9.99.
       01 WS-MASTER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHECKED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MISMATCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NOHIST-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NOMAST-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AHEAD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BEHIND-COUNT PIC 9(6) VALUE ZERO.
       01 WS-VALUES-COUNT PIC 9(6) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MEMBER MASTER VERSUS HISTORY CHECK".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MEMBER-MASTER-FILE.
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
               PERFORM 0150-OPEN-HISTORY
               IF WS-RETURN-CODE = ZERO
                   PERFORM 0200-RUN-CHECK
               END-IF
               CLOSE MEMBER-MASTER-FILE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *No history file at all is a fresh system rather than a
      *failure: every master that shows a reading is then out of
      *step, and the check says so.
           0150-OPEN-HISTORY.
           SET END-OF-HIST-FILE TO FALSE.
           OPEN INPUT BMI-HISTORY-FILE.
           EVALUATE WS-HISTORY-FS
               WHEN "00"
                   PERFORM 0300-READ-NEXT-HISTORY
               WHEN "35"
                   SET END-OF-HIST-FILE TO TRUE
                   MOVE "0150-OPEN-HISTORY" TO ERRL-REQ-PARAGRAPH
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-WARNING TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               WHEN OTHER
                   DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                       WS-HISTORY-FS
                   MOVE "0150-OPEN-HISTORY" TO ERRL-REQ-PARAGRAPH
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

           0200-RUN-CHECK.
           OPEN OUTPUT CHECK-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE SPACES TO CHECK-REPORT-LINE.
           STRING "MEMBER MASTER VERSUS LATEST HISTORY READING AS OF "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.
           MOVE SPACES TO CHECK-REPORT-LINE.
           STRING "ID     NAME                 CAUSE           "
               "DATE     HEIGHT  WEIGHT     BMI"
               DELIMITED BY SIZE INTO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.
           SET END-OF-MASTER-FILE TO FALSE.
           PERFORM UNTIL END-OF-MASTER-FILE
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       PERFORM 0250-CHECK-ONE-MEMBER
               END-READ
           END-PERFORM.
           IF WS-HISTORY-FS NOT = "35"
               CLOSE BMI-HISTORY-FILE
           END-IF.
           PERFORM 0500-REPORT-TOTALS.
           CLOSE CHECK-REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY "Active members checked: ", WS-CHECKED-COUNT.
           DISPLAY "  Out of step with history: ", WS-MISMATCH-COUNT.
           IF WS-MISMATCH-COUNT > ZERO
               DISPLAY "Work the mismatches in MSTRCHK.RPT with "
                   "MSTRFIX."
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *History rows for IDs with no master record are skipped over
      *here; those orphans are HISTRECON's listing. Inactive,
      *deceased and merged members are passed over as well, since
      *nothing drives off their readings.
           0250-CHECK-ONE-MEMBER.
           PERFORM UNTIL END-OF-HIST-FILE
                   OR HIST-MEMBER-ID >= MEMBER-ID
               PERFORM 0300-READ-NEXT-HISTORY
           END-PERFORM.
           SET LATEST-WAS-FOUND TO FALSE.
           PERFORM UNTIL END-OF-HIST-FILE
                   OR HIST-MEMBER-ID NOT = MEMBER-ID
               SET LATEST-WAS-FOUND TO TRUE
               MOVE HIST-DATE TO WS-LATEST-DATE
               MOVE HIST-TIME TO WS-LATEST-TIME
               MOVE HIST-HEIGHT-INCH TO WS-LATEST-HEIGHT-INCH
               MOVE HIST-WEIGHT TO WS-LATEST-WEIGHT
               MOVE HIST-BMI TO WS-LATEST-BMI
               PERFORM 0300-READ-NEXT-HISTORY
           END-PERFORM.
           IF MEMBER-IS-ACTIVE
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM 0400-COMPARE-MEMBER
           END-IF.

           0300-READ-NEXT-HISTORY.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HIST-FILE TO TRUE
           END-READ.

      *A member never screened has zeros on both sides and is in
      *step; a master with no reading date but a BMI is still a
      *reading with nothing behind it.
           0400-COMPARE-MEMBER.
           MOVE SPACES TO WS-CAUSE.
           EVALUATE TRUE
               WHEN NOT LATEST-WAS-FOUND
                   IF MEMBER-LAST-READ-DATE NOT = ZERO
                           OR MEMBER-BMI NOT = ZERO
                       MOVE "NOHIST" TO WS-CAUSE
                       MOVE "MASTER SHOWS A READING, NO HISTORY ON FILE"
                           TO WS-REASON-TEXT
                       ADD 1 TO WS-NOHIST-COUNT
                   END-IF
               WHEN MEMBER-LAST-READ-DATE = ZERO
                   MOVE "NOMAST" TO WS-CAUSE
                   MOVE "HISTORY ON FILE, MASTER SHOWS NO READING"
                       TO WS-REASON-TEXT
                   ADD 1 TO WS-NOMAST-COUNT
               WHEN MEMBER-LAST-READ-DATE > WS-LATEST-DATE
                   MOVE "AHEAD" TO WS-CAUSE
                   MOVE "MASTER NEWER - READING VOIDED OR BACKED OUT"
                       TO WS-REASON-TEXT
                   ADD 1 TO WS-AHEAD-COUNT
               WHEN MEMBER-LAST-READ-DATE < WS-LATEST-DATE
                   MOVE "BEHIND" TO WS-CAUSE
                   MOVE "MASTER OLDER - EARLIER READING WRITTEN OVER IT"
                       TO WS-REASON-TEXT
                   ADD 1 TO WS-BEHIND-COUNT
               WHEN MEMBER-HEIGHT-INCH NOT = WS-LATEST-HEIGHT-INCH
                       OR MEMBER-WEIGHT NOT = WS-LATEST-WEIGHT
                       OR MEMBER-BMI NOT = WS-LATEST-BMI
                   MOVE "VALUES" TO WS-CAUSE
                   MOVE "SAME DATE, HEIGHT/WEIGHT/BMI DIFFER"
                       TO WS-REASON-TEXT
                   ADD 1 TO WS-VALUES-COUNT
           END-EVALUATE.
           IF WS-CAUSE NOT = SPACES
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM 0450-REPORT-MISMATCH
               PERFORM 0460-WRITE-EXCEPTION
           END-IF.

      *Three lines a member: the master side, the history side
      *under it, and the cause in words.
           0450-REPORT-MISMATCH.
           MOVE MEMBER-LAST-READ-DATE TO WS-DATE-EDIT.
           MOVE MEMBER-HEIGHT-INCH TO WS-HEIGHT-EDIT.
           MOVE MEMBER-WEIGHT TO WS-WEIGHT-EDIT.
           MOVE MEMBER-BMI TO WS-BMI-EDIT.
           MOVE SPACES TO CHECK-REPORT-LINE.
           STRING MEMBER-ID " " MEMBER-NAME " " WS-CAUSE
               "  MASTER  " WS-DATE-EDIT " " WS-HEIGHT-EDIT
               "  " WS-WEIGHT-EDIT "  " WS-BMI-EDIT
               DELIMITED BY SIZE INTO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.
           MOVE SPACES TO CHECK-REPORT-LINE.
           IF LATEST-WAS-FOUND
               MOVE WS-LATEST-DATE TO WS-DATE-EDIT
               MOVE WS-LATEST-HEIGHT-INCH TO WS-HEIGHT-EDIT
               MOVE WS-LATEST-WEIGHT TO WS-WEIGHT-EDIT
               MOVE WS-LATEST-BMI TO WS-BMI-EDIT
               STRING "                                    "
                   "HISTORY " WS-DATE-EDIT " " WS-HEIGHT-EDIT
                   "  " WS-WEIGHT-EDIT "  " WS-BMI-EDIT
                   DELIMITED BY SIZE INTO CHECK-REPORT-LINE
           ELSE
               STRING "                                    "
                   "HISTORY (NONE)"
                   DELIMITED BY SIZE INTO CHECK-REPORT-LINE
           END-IF.
           WRITE CHECK-REPORT-LINE.
           MOVE SPACES TO CHECK-REPORT-LINE.
           STRING "                                    "
               FUNCTION TRIM(WS-REASON-TEXT)
               DELIMITED BY SIZE INTO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.

           0460-WRITE-EXCEPTION.
           MOVE MEMBER-ID TO MEXC-MEMBER-ID.
           MOVE WS-CAUSE TO MEXC-CAUSE.
           MOVE MEMBER-LAST-READ-DATE TO MEXC-MASTER-DATE.
           MOVE MEMBER-HEIGHT-INCH TO MEXC-MASTER-HEIGHT-INCH.
           MOVE MEMBER-WEIGHT TO MEXC-MASTER-WEIGHT.
           MOVE MEMBER-BMI TO MEXC-MASTER-BMI.
           IF LATEST-WAS-FOUND
               MOVE WS-LATEST-DATE TO MEXC-HIST-DATE
               MOVE WS-LATEST-TIME TO MEXC-HIST-TIME
               MOVE WS-LATEST-HEIGHT-INCH TO MEXC-HIST-HEIGHT-INCH
               MOVE WS-LATEST-WEIGHT TO MEXC-HIST-WEIGHT
               MOVE WS-LATEST-BMI TO MEXC-HIST-BMI
           ELSE
               MOVE ZERO TO MEXC-HIST-DATE
               MOVE ZERO TO MEXC-HIST-TIME
               MOVE ZERO TO MEXC-HIST-HEIGHT-INCH
               MOVE ZERO TO MEXC-HIST-WEIGHT
               MOVE ZERO TO MEXC-HIST-BMI
           END-IF.
           MOVE WS-TODAY-DATE TO MEXC-RUN-DATE.
           WRITE MASTER-EXCEPTION-RECORD.
           IF WS-EXC-FS NOT = "00"
               DISPLAY "Could not write MSTRCHK.DAT, status: ",
                   WS-EXC-FS
               MOVE "0460-WRITE-EXCEPTION" TO ERRL-REQ-PARAGRAPH
               MOVE "MSTRCHK.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EXC-FS TO ERRL-REQ-STATUS
               MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0500-REPORT-TOTALS.
           MOVE SPACES TO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.
           MOVE SPACES TO CHECK-REPORT-LINE.
           STRING "MASTER RECORDS: " WS-MASTER-COUNT
               "  ACTIVE CHECKED: " WS-CHECKED-COUNT
               "  OUT OF STEP: " WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.
           MOVE SPACES TO CHECK-REPORT-LINE.
           STRING "NOHIST: " WS-NOHIST-COUNT
               "  NOMAST: " WS-NOMAST-COUNT
               "  AHEAD: " WS-AHEAD-COUNT
               "  BEHIND: " WS-BEHIND-COUNT
               "  VALUES: " WS-VALUES-COUNT
               DELIMITED BY SIZE INTO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.
           IF WS-MISMATCH-COUNT = ZERO
               MOVE "CLEAN RUN - EVERY ACTIVE MASTER MATCHES HISTORY."
                   TO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "MSTRCHK" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MSTRCHK".
