       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RETNPURG".
       AUTHOR.     ALAN GARCIA.
      *Retention purge. Applies the retention schedule
      *(RETNSCHD.DAT) to the operational side files - the notes,
      *disclosure, sign-on, payment, card-reprint and points-
      *adjustment logs, completed work-queue entries, worked
      *outreach items and decided suspense readings. A row older
      *than its file's period is copied to that file's dated
      *archive (name, run date, .ARC) when the schedule says
      *archive, then removed; a row tied to an open item is kept
      *however old it is. Prints a certificate of what was removed
      *from each file for the compliance folder. Supervisors only,
      *and the plan is shown and confirmed before anything moves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-FILE ASSIGN TO "RETNSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETN-FILE-NAME
               FILE STATUS IS WS-RETN-FS.
           SELECT PURGE-LOG-FILE ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
           SELECT PURGE-WORK-FILE ASSIGN TO "RETNPURG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FS.
           SELECT NOTES-FILE ASSIGN TO "NOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTES-FS.
           SELECT WORK-QUEUE-FILE ASSIGN TO "WORKQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORKQ-KEY
               FILE STATUS IS WS-WORKQ-FS.
           SELECT OUTREACH-FILE ASSIGN TO "OUTREACH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTR-KEY
               FILE STATUS IS WS-OUTR-FS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-FS.
           SELECT GRIEVANCE-FILE ASSIGN TO "GRIEVANCE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRV-KEY
               FILE STATUS IS WS-GRV-FS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-OPENINV-FS.
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-MEMBER-ID
               FILE STATUS IS WS-POINTS-FS.
           SELECT CERTIFICATE-FILE ASSIGN TO "RETNCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-FILE.
           COPY "RETNREC.cpy".

      *The six logs are all appended text lines that lead with the
      *date they were written, so one description serves them all.
       FD PURGE-LOG-FILE.
       01 PURGE-LOG-LINE PIC X(160).

       FD PURGE-WORK-FILE.
       01 PURGE-WORK-RECORD PIC X(160).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(160).

       FD NOTES-FILE.
           COPY "NOTEREC.cpy".

       FD WORK-QUEUE-FILE.
           COPY "WORKQREC.cpy".

       FD OUTREACH-FILE.
           COPY "OUTRCREC.cpy".

       FD SUSPENSE-FILE.
           COPY "SUSPREC.cpy".

       FD GRIEVANCE-FILE.
           COPY "GRVREC.cpy".

       FD OPEN-INVOICE-FILE.
           COPY "OPENIREC.cpy".

       FD POINTS-FILE.
           COPY "POINTREC.cpy".

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RETN-FS PIC XX.
       01 WS-LOG-FS PIC XX.
       01 WS-WORK-FS PIC XX.
       01 WS-ARCHIVE-FS PIC XX.
       01 WS-NOTES-FS PIC XX.
       01 WS-WORKQ-FS PIC XX.
       01 WS-OUTR-FS PIC XX.
       01 WS-SUSP-FS PIC XX.
       01 WS-GRV-FS PIC XX.
       01 WS-OPENINV-FS PIC XX.
       01 WS-POINTS-FS PIC XX.
       01 WS-CERT-FS PIC XX.
       01 WS-LOG-NAME PIC X(12).
       01 WS-ARCHIVE-NAME PIC X(20).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-CONFIRM-ENTRY PIC X.
           88 PURGE-CONFIRMED VALUE "Y" "y".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-PURGE-FILE VALUE "Y" FALSE "N".
       01 WS-ON-FILE-SW PIC X VALUE "N".
           88 SCHEDULE-ROW-EXISTS VALUE "Y" FALSE "N".
       01 WS-ARCHIVE-OPEN-SW PIC X VALUE "N".
           88 ARCHIVE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-RUN-STOPPED-SW PIC X VALUE "N".
           88 RUN-IS-STOPPED VALUE "Y" FALSE "N".
       01 WS-ROW-GO-SW PIC X VALUE "N".
           88 ROW-MAY-GO VALUE "Y" FALSE "N".
       01 WS-ROW-TIED-SW PIC X VALUE "N".
           88 ROW-IS-TIED VALUE "Y" FALSE "N".
       01 WS-ROW-EXPIRED-SW PIC X VALUE "N".
           88 ROW-IS-EXPIRED VALUE "Y" FALSE "N".
      *How each file came out, for its certificate line.
       01 WS-FILE-OUTCOME PIC X.
           88 OUTCOME-PURGED VALUE "P".
           88 OUTCOME-NOT-SCHEDULED VALUE "U".
           88 OUTCOME-ABSENT VALUE "A".
           88 OUTCOME-UNREADABLE VALUE "R".
           88 OUTCOME-NO-OPEN-CHECK VALUE "C".
           88 OUTCOME-STOPPED VALUE "S".
           88 OUTCOME-NOT-REACHED VALUE "N".
      *An open-item file that is simply absent has no open items;
      *one that is there but cannot be read leaves the files that
      *depend on it untouched.
       01 WS-GRV-LOOKUP PIC X.
           88 GRV-LOOKUP-OPEN VALUE "Y".
           88 GRV-LOOKUP-ABSENT VALUE "N".
           88 GRV-LOOKUP-FAILED VALUE "X".
       01 WS-INV-LOOKUP PIC X.
           88 INV-LOOKUP-OPEN VALUE "Y".
           88 INV-LOOKUP-ABSENT VALUE "N".
           88 INV-LOOKUP-FAILED VALUE "X".
       01 WS-PTS-LOOKUP PIC X.
           88 PTS-LOOKUP-OPEN VALUE "Y".
           88 PTS-LOOKUP-ABSENT VALUE "N".
           88 PTS-LOOKUP-FAILED VALUE "X".
       01 WS-ROW-DATE-X PIC X(8).
       01 WS-ROW-DATE REDEFINES WS-ROW-DATE-X PIC 9(8).
       01 WS-TIE-MEMBER-X PIC X(6).
       01 WS-TIE-MEMBER REDEFINES WS-TIE-MEMBER-X PIC 9(6).
       01 WS-TIE-MONTH-X PIC X(6).
       01 WS-TIE-MONTH REDEFINES WS-TIE-MONTH-X PIC 9(6).
       01 WS-ARCHIVE-IMAGE PIC X(160).
       01 WS-SAVED-NOTE-KEY PIC X(20).
       01 WS-SAVED-WORKQ-KEY PIC X(6).
       01 WS-SAVED-OUTR-KEY PIC X(12).
       01 WS-SAVED-SUSP-KEY PIC X(20).
       01 WS-ROWS-REMOVED PIC 9(6).
       01 WS-ROWS-KEPT-OPEN PIC 9(6).
       01 WS-TOTAL-REMOVED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-KEPT-OPEN PIC 9(7) VALUE ZERO.
       01 WS-FILES-NOT-PURGED PIC 99 VALUE ZERO.
       01 WS-ACTION-TEXT PIC X(8).
       01 WS-RX PIC 9.
           COPY "RETNTBL.cpy".
           COPY "AUTHREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "RETENTION PURGE".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Supervisor ID authorizing the purge: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "RETNPURG" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
               PERFORM 0150-OPEN-SCHEDULE
           ELSE
               DISPLAY "An enabled supervisor ID is required. "
                   "Nothing was purged."
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *No schedule means nobody has set a period for any file yet,
      *so there is nothing the purge may take.
           0150-OPEN-SCHEDULE.
           OPEN INPUT RETENTION-FILE.
           EVALUATE WS-RETN-FS
               WHEN "00"
                   PERFORM 0200-SHOW-PLAN
                   DISPLAY "Purge these files as shown. Confirm (Y/N): "
                   ACCEPT WS-CONFIRM-ENTRY
                   IF PURGE-CONFIRMED
                       PERFORM 0300-RUN-PURGE
                   ELSE
                       DISPLAY "Nothing was touched."
                   END-IF
                   CLOSE RETENTION-FILE
               WHEN "35"
                   DISPLAY "No retention schedule on file - nothing "
                       "was purged."
                   MOVE "0150-OPEN-SCHEDULE" TO ERRL-REQ-PARAGRAPH
                   MOVE "RETNSCHD.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-RETN-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-WARNING TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               WHEN OTHER
                   DISPLAY "Cannot open RETNSCHD.DAT, status: ",
                       WS-RETN-FS
                   MOVE "0150-OPEN-SCHEDULE" TO ERRL-REQ-PARAGRAPH
                   MOVE "RETNSCHD.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-RETN-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

           0200-SHOW-PLAN.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= RETN-TABLE-SIZE
               ADD 1 TO WS-RX
               PERFORM 0210-READ-SCHEDULE-ROW
               IF SCHEDULE-ROW-EXISTS
                   DISPLAY "  ", RETN-TBL-FILE(WS-RX), "  KEEP ",
                       RETN-DAYS, " DAYS - ROWS BEFORE ",
                       WS-CUTOFF-DATE, " ", WS-ACTION-TEXT
               ELSE
                   DISPLAY "  ", RETN-TBL-FILE(WS-RX),
                       "  NOT SCHEDULED - KEPT"
               END-IF
           END-PERFORM.

      *A row dated before the cutoff is older than the file's
      *period.
           0210-READ-SCHEDULE-ROW.
           MOVE RETN-TBL-FILE(WS-RX) TO RETN-FILE-NAME.
           READ RETENTION-FILE
               INVALID KEY
                   SET SCHEDULE-ROW-EXISTS TO FALSE
               NOT INVALID KEY
                   SET SCHEDULE-ROW-EXISTS TO TRUE
                   COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - RETN-DAYS)
                   IF RETN-DELETE
                       MOVE "DELETED" TO WS-ACTION-TEXT
                   ELSE
                       MOVE "ARCHIVED" TO WS-ACTION-TEXT
                   END-IF
           END-READ.

           0300-RUN-PURGE.
           OPEN OUTPUT CERTIFICATE-FILE.
           MOVE "CERTIFICATE OF RETENTION PURGE" TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "RUN DATE: " WS-TODAY-DATE
               "  AUTHORIZED BY: " WS-SUPERVISOR-ID
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "ROWS OLDER THAN THEIR FILE'S PERIOD WERE REMOVED AS "
               "LISTED; ROWS TIED TO AN OPEN ITEM WERE KEPT."
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "FILE          DAYS   BEFORE    DISPOSAL  REMOVED  "
               "KEPT OPEN"
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           PERFORM 0310-OPEN-LOOKUPS.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= RETN-TABLE-SIZE
               ADD 1 TO WS-RX
               PERFORM 0400-PURGE-ONE-FILE
           END-PERFORM.
           PERFORM 0320-CLOSE-LOOKUPS.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "TOTAL ROWS REMOVED: " WS-TOTAL-REMOVED
               "  KEPT FOR OPEN ITEMS: " WS-TOTAL-KEPT-OPEN
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           IF RUN-IS-STOPPED
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "RUN STOPPED ON A FAILED WRITE - FILES NOT "
                   "REACHED WERE NOT PURGED."
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF WS-FILES-NOT-PURGED > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           CLOSE CERTIFICATE-FILE.
           DISPLAY "Purge complete. Certificate written to "
               "RETNCERT.RPT. Rows removed: ", WS-TOTAL-REMOVED,
               ", kept for open items: ", WS-TOTAL-KEPT-OPEN.

           0310-OPEN-LOOKUPS.
           OPEN INPUT GRIEVANCE-FILE.
           EVALUATE WS-GRV-FS
               WHEN "00"
                   SET GRV-LOOKUP-OPEN TO TRUE
               WHEN "35"
                   SET GRV-LOOKUP-ABSENT TO TRUE
               WHEN OTHER
                   SET GRV-LOOKUP-FAILED TO TRUE
                   DISPLAY "Cannot open GRIEVANCE.DAT, status: ",
                       WS-GRV-FS
                   MOVE "0310-OPEN-LOOKUPS" TO ERRL-REQ-PARAGRAPH
                   MOVE "GRIEVANCE.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-GRV-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-EVALUATE.
           OPEN INPUT OPEN-INVOICE-FILE.
           EVALUATE WS-OPENINV-FS
               WHEN "00"
                   SET INV-LOOKUP-OPEN TO TRUE
               WHEN "35"
                   SET INV-LOOKUP-ABSENT TO TRUE
               WHEN OTHER
                   SET INV-LOOKUP-FAILED TO TRUE
                   DISPLAY "Cannot open OPENINV.DAT, status: ",
                       WS-OPENINV-FS
                   MOVE "0310-OPEN-LOOKUPS" TO ERRL-REQ-PARAGRAPH
                   MOVE "OPENINV.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-OPENINV-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-EVALUATE.
           OPEN INPUT POINTS-FILE.
           EVALUATE WS-POINTS-FS
               WHEN "00"
                   SET PTS-LOOKUP-OPEN TO TRUE
               WHEN "35"
                   SET PTS-LOOKUP-ABSENT TO TRUE
               WHEN OTHER
                   SET PTS-LOOKUP-FAILED TO TRUE
                   DISPLAY "Cannot open POINTS.DAT, status: ",
                       WS-POINTS-FS
                   MOVE "0310-OPEN-LOOKUPS" TO ERRL-REQ-PARAGRAPH
                   MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-EVALUATE.

           0320-CLOSE-LOOKUPS.
           IF GRV-LOOKUP-OPEN
               CLOSE GRIEVANCE-FILE
           END-IF.
           IF INV-LOOKUP-OPEN
               CLOSE OPEN-INVOICE-FILE
           END-IF.
           IF PTS-LOOKUP-OPEN
               CLOSE POINTS-FILE
           END-IF.

           0400-PURGE-ONE-FILE.
           MOVE ZERO TO WS-ROWS-REMOVED.
           MOVE ZERO TO WS-ROWS-KEPT-OPEN.
           SET OUTCOME-PURGED TO TRUE.
           SET ARCHIVE-IS-OPEN TO FALSE.
           IF RUN-IS-STOPPED
               SET OUTCOME-NOT-REACHED TO TRUE
           ELSE
               PERFORM 0210-READ-SCHEDULE-ROW
               IF NOT SCHEDULE-ROW-EXISTS
                   SET OUTCOME-NOT-SCHEDULED TO TRUE
               ELSE
                   PERFORM 0410-CHECK-LOOKUP
               END-IF
           END-IF.
           IF OUTCOME-PURGED
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING RETN-FILE-NAME DELIMITED BY "."
                   WS-TODAY-DATE ".ARC" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME
               EVALUATE RETN-FILE-NAME
                   WHEN "NOTES.DAT"
                       PERFORM 0500-PURGE-NOTES
                   WHEN "WORKQ.DAT"
                       PERFORM 0600-PURGE-WORK-QUEUE
                   WHEN "OUTREACH.DAT"
                       PERFORM 0700-PURGE-OUTREACH
                   WHEN "SUSPENSE.DAT"
                       PERFORM 0800-PURGE-SUSPENSE
                   WHEN OTHER
                       PERFORM 0450-PURGE-LOG
               END-EVALUATE
               IF ARCHIVE-IS-OPEN
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.
           PERFORM 0480-CERTIFY-FILE.

      *Files whose open items live in another file are only purged
      *when that file could be read.
           0410-CHECK-LOOKUP.
           EVALUATE RETN-FILE-NAME
               WHEN "NOTES.DAT"
               WHEN "DISCLOG.DAT"
                   IF GRV-LOOKUP-FAILED
                       SET OUTCOME-NO-OPEN-CHECK TO TRUE
                   END-IF
               WHEN "PAYMENTS.LOG"
                   IF INV-LOOKUP-FAILED
                       SET OUTCOME-NO-OPEN-CHECK TO TRUE
                   END-IF
               WHEN "PTSADJ.LOG"
                   IF PTS-LOOKUP-FAILED
                       SET OUTCOME-NO-OPEN-CHECK TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Logs are rebuilt through a work file, as the erasure job
      *does: kept rows go to the work file, expired rows to the
      *archive, and the log is only replaced when every expired row
      *reached the archive. The work file is emptied afterward.
           0450-PURGE-LOG.
           MOVE RETN-FILE-NAME TO WS-LOG-NAME.
           OPEN INPUT PURGE-LOG-FILE.
           EVALUATE WS-LOG-FS
               WHEN "00"
                   PERFORM 0455-SCAN-LOG
               WHEN "35"
                   SET OUTCOME-ABSENT TO TRUE
               WHEN OTHER
                   SET OUTCOME-UNREADABLE TO TRUE
                   DISPLAY "Cannot open ", FUNCTION TRIM(WS-LOG-NAME),
                       ", status: ", WS-LOG-FS
                   MOVE "0450-PURGE-LOG" TO ERRL-REQ-PARAGRAPH
                   MOVE WS-LOG-NAME TO ERRL-REQ-FILE-NAME
                   MOVE WS-LOG-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-EVALUATE.

           0455-SCAN-LOG.
           OPEN OUTPUT PURGE-WORK-FILE.
           IF WS-WORK-FS NOT = "00"
               DISPLAY "Cannot open RETNPURG.TMP, status: ",
                   WS-WORK-FS, " - run stopped."
               MOVE "0455-SCAN-LOG" TO ERRL-REQ-PARAGRAPH
               MOVE "RETNPURG.TMP" TO ERRL-REQ-FILE-NAME
               MOVE WS-WORK-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               SET RUN-IS-STOPPED TO TRUE
               SET OUTCOME-STOPPED TO TRUE
               CLOSE PURGE-LOG-FILE
           ELSE
               SET END-OF-PURGE-FILE TO FALSE
               PERFORM UNTIL END-OF-PURGE-FILE
                   READ PURGE-LOG-FILE
                       AT END
                           SET END-OF-PURGE-FILE TO TRUE
                       NOT AT END
                           PERFORM 0460-SORT-LOG-ROW
                   END-READ
               END-PERFORM
               CLOSE PURGE-LOG-FILE
               CLOSE PURGE-WORK-FILE
               IF RUN-IS-STOPPED
                   SET OUTCOME-STOPPED TO TRUE
                   MOVE ZERO TO WS-ROWS-REMOVED
               ELSE
                   IF WS-ROWS-REMOVED > ZERO
                       PERFORM 0470-COPY-LOG-BACK
                   END-IF
               END-IF
               OPEN OUTPUT PURGE-WORK-FILE
               CLOSE PURGE-WORK-FILE
           END-IF.

      *Every log line starts with the date it was written; a line
      *without a date there is never taken.
           0460-SORT-LOG-ROW.
           SET ROW-IS-EXPIRED TO FALSE.
           MOVE PURGE-LOG-LINE(1:8) TO WS-ROW-DATE-X.
           IF WS-ROW-DATE-X IS NUMERIC
               IF WS-ROW-DATE > ZERO
                       AND WS-ROW-DATE < WS-CUTOFF-DATE
                   SET ROW-IS-EXPIRED TO TRUE
               END-IF
           END-IF.
           IF ROW-IS-EXPIRED
               PERFORM 0465-CHECK-LOG-TIE
               IF ROW-IS-TIED
                   ADD 1 TO WS-ROWS-KEPT-OPEN
                   SET ROW-IS-EXPIRED TO FALSE
               END-IF
           END-IF.
           IF ROW-IS-EXPIRED
               MOVE PURGE-LOG-LINE TO WS-ARCHIVE-IMAGE
               PERFORM 0900-ARCHIVE-ROW
               IF ROW-MAY-GO
                   ADD 1 TO WS-ROWS-REMOVED
               ELSE
                   SET END-OF-PURGE-FILE TO TRUE
               END-IF
           ELSE
               WRITE PURGE-WORK-RECORD FROM PURGE-LOG-LINE
               IF WS-WORK-FS NOT = "00"
                   DISPLAY "Work file write failed, status: ",
                       WS-WORK-FS, " - run stopped, log kept."
                   MOVE "0460-SORT-LOG-ROW" TO ERRL-REQ-PARAGRAPH
                   MOVE "RETNPURG.TMP" TO ERRL-REQ-FILE-NAME
                   MOVE WS-WORK-FS TO ERRL-REQ-STATUS
                   MOVE WS-LOG-NAME TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   SET RUN-IS-STOPPED TO TRUE
                   SET END-OF-PURGE-FILE TO TRUE
               END-IF
           END-IF.

      *The disclosure log names the member in bytes 31-36; the
      *payment log the client in 17-19 and the invoiced month in
      *27-32; the points-adjustment log the member in 17-22. The
      *sign-on and card-reprint logs have no open items.
           0465-CHECK-LOG-TIE.
           SET ROW-IS-TIED TO FALSE.
           EVALUATE RETN-FILE-NAME
               WHEN "DISCLOG.DAT"
                   MOVE PURGE-LOG-LINE(31:6) TO WS-TIE-MEMBER-X
                   IF WS-TIE-MEMBER-X IS NUMERIC
                       PERFORM 0950-CHECK-OPEN-GRIEVANCE
                   END-IF
               WHEN "PAYMENTS.LOG"
                   MOVE PURGE-LOG-LINE(27:6) TO WS-TIE-MONTH-X
                   IF INV-LOOKUP-OPEN AND WS-TIE-MONTH-X IS NUMERIC
                       MOVE PURGE-LOG-LINE(17:3) TO INV-CLIENT-CODE
                       MOVE WS-TIE-MONTH TO INV-MONTH
                       READ OPEN-INVOICE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF INV-BALANCE NOT = ZERO
                                   SET ROW-IS-TIED TO TRUE
                               END-IF
                       END-READ
                   END-IF
               WHEN "PTSADJ.LOG"
                   MOVE PURGE-LOG-LINE(17:6) TO WS-TIE-MEMBER-X
                   IF PTS-LOOKUP-OPEN AND WS-TIE-MEMBER-X IS NUMERIC
                       MOVE WS-TIE-MEMBER TO PTS-MEMBER-ID
                       READ POINTS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET ROW-IS-TIED TO TRUE
                       END-READ
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           0470-COPY-LOG-BACK.
           OPEN INPUT PURGE-WORK-FILE.
           OPEN OUTPUT PURGE-LOG-FILE.
           SET END-OF-PURGE-FILE TO FALSE.
           PERFORM UNTIL END-OF-PURGE-FILE
               READ PURGE-WORK-FILE
                   AT END
                       SET END-OF-PURGE-FILE TO TRUE
                   NOT AT END
                       WRITE PURGE-LOG-LINE FROM PURGE-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE PURGE-WORK-FILE.
           CLOSE PURGE-LOG-FILE.

           0480-CERTIFY-FILE.
           ADD WS-ROWS-REMOVED TO WS-TOTAL-REMOVED.
           ADD WS-ROWS-KEPT-OPEN TO WS-TOTAL-KEPT-OPEN.
           MOVE SPACES TO CERTIFICATE-LINE.
           EVALUATE TRUE
               WHEN OUTCOME-PURGED
                   STRING RETN-TBL-FILE(WS-RX) "  " RETN-DAYS
                       "  " WS-CUTOFF-DATE "  " WS-ACTION-TEXT
                       "  " WS-ROWS-REMOVED "   " WS-ROWS-KEPT-OPEN
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN OUTCOME-NOT-SCHEDULED
                   STRING RETN-TBL-FILE(WS-RX)
                       "  NOT ON THE RETENTION SCHEDULE - KEPT"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN OUTCOME-ABSENT
                   STRING RETN-TBL-FILE(WS-RX)
                       "  NOT PRESENT - NOTHING TO PURGE"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN OUTCOME-UNREADABLE
                   ADD 1 TO WS-FILES-NOT-PURGED
                   STRING RETN-TBL-FILE(WS-RX)
                       "  COULD NOT BE OPENED - NOT PURGED"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN OUTCOME-NO-OPEN-CHECK
                   ADD 1 TO WS-FILES-NOT-PURGED
                   STRING RETN-TBL-FILE(WS-RX)
                       "  OPEN ITEMS COULD NOT BE CHECKED - NOT PURGED"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN OUTCOME-STOPPED
                   ADD 1 TO WS-FILES-NOT-PURGED
                   STRING RETN-TBL-FILE(WS-RX)
                       "  STOPPED ON A FAILED WRITE - ROWS REMOVED "
                       "BEFORE THE STOP: " WS-ROWS-REMOVED
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN OTHER
                   ADD 1 TO WS-FILES-NOT-PURGED
                   STRING RETN-TBL-FILE(WS-RX)
                       "  NOT REACHED - RUN STOPPED"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-EVALUATE.
           WRITE CERTIFICATE-LINE.
           IF RETN-ARCHIVE AND WS-ROWS-REMOVED > ZERO
                   AND (OUTCOME-PURGED OR OUTCOME-STOPPED)
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "              ARCHIVED TO " WS-ARCHIVE-NAME
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF.

      *A note stays while its member has a grievance open - the
      *case may turn on what the note says.
           0500-PURGE-NOTES.
           OPEN I-O NOTES-FILE.
           EVALUATE WS-NOTES-FS
               WHEN "00"
                   SET END-OF-PURGE-FILE TO FALSE
                   PERFORM UNTIL END-OF-PURGE-FILE
                       READ NOTES-FILE NEXT RECORD
                           AT END
                               SET END-OF-PURGE-FILE TO TRUE
                           NOT AT END
                               PERFORM 0510-CHECK-ONE-NOTE
                       END-READ
                   END-PERFORM
                   CLOSE NOTES-FILE
                   IF RUN-IS-STOPPED
                       SET OUTCOME-STOPPED TO TRUE
                   END-IF
               WHEN "35"
                   SET OUTCOME-ABSENT TO TRUE
               WHEN OTHER
                   SET OUTCOME-UNREADABLE TO TRUE
                   DISPLAY "Cannot open NOTES.DAT, status: ",
                       WS-NOTES-FS
                   MOVE "0500-PURGE-NOTES" TO ERRL-REQ-PARAGRAPH
                   MOVE "NOTES.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-NOTES-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-EVALUATE.

      *The live row is only deleted once the archive write is known
      *good, and the scan is re-established just past it, as the
      *history archive does.
           0510-CHECK-ONE-NOTE.
           IF NOTE-DATE > ZERO AND NOTE-DATE < WS-CUTOFF-DATE
               MOVE NOTE-MEMBER-ID TO WS-TIE-MEMBER
               PERFORM 0950-CHECK-OPEN-GRIEVANCE
               IF ROW-IS-TIED
                   ADD 1 TO WS-ROWS-KEPT-OPEN
               ELSE
                   MOVE CLINICAL-NOTE-RECORD TO WS-ARCHIVE-IMAGE
                   PERFORM 0900-ARCHIVE-ROW
                   IF ROW-MAY-GO
                       MOVE NOTE-KEY TO WS-SAVED-NOTE-KEY
                       DELETE NOTES-FILE RECORD
                       IF WS-NOTES-FS = "00"
                           ADD 1 TO WS-ROWS-REMOVED
                       ELSE
                           DISPLAY "Could not delete note, status: ",
                               WS-NOTES-FS
                           MOVE "0510-CHECK-ONE-NOTE"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE "NOTES.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-NOTES-FS TO ERRL-REQ-STATUS
                           MOVE WS-SAVED-NOTE-KEY TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
                       MOVE WS-SAVED-NOTE-KEY TO NOTE-KEY
                       START NOTES-FILE KEY > NOTE-KEY
                           INVALID KEY
                               SET END-OF-PURGE-FILE TO TRUE
                       END-START
                   ELSE
                       SET END-OF-PURGE-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *Only completed entries go; a member still waiting to be
      *measured is an open item.
           0600-PURGE-WORK-QUEUE.
           OPEN I-O WORK-QUEUE-FILE.
           EVALUATE WS-WORKQ-FS
               WHEN "00"
                   SET END-OF-PURGE-FILE TO FALSE
                   PERFORM UNTIL END-OF-PURGE-FILE
                       READ WORK-QUEUE-FILE NEXT RECORD
                           AT END
                               SET END-OF-PURGE-FILE TO TRUE
                           NOT AT END
                               PERFORM 0610-CHECK-ONE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE WORK-QUEUE-FILE
                   IF RUN-IS-STOPPED
                       SET OUTCOME-STOPPED TO TRUE
                   END-IF
               WHEN "35"
                   SET OUTCOME-ABSENT TO TRUE
               WHEN OTHER
                   SET OUTCOME-UNREADABLE TO TRUE
                   DISPLAY "Cannot open WORKQ.DAT, status: ",
                       WS-WORKQ-FS
                   MOVE "0600-PURGE-WORK-QUEUE" TO ERRL-REQ-PARAGRAPH
                   MOVE "WORKQ.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-WORKQ-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-EVALUATE.

           0610-CHECK-ONE-ENTRY.
           IF WORKQ-ADD-DATE > ZERO
                   AND WORKQ-ADD-DATE < WS-CUTOFF-DATE
               IF NOT WORKQ-IS-DONE
                   ADD 1 TO WS-ROWS-KEPT-OPEN
               ELSE
                   MOVE WORKQ-RECORD TO WS-ARCHIVE-IMAGE
                   PERFORM 0900-ARCHIVE-ROW
                   IF ROW-MAY-GO
                       MOVE WORKQ-KEY TO WS-SAVED-WORKQ-KEY
                       DELETE WORK-QUEUE-FILE RECORD
                       IF WS-WORKQ-FS = "00"
                           ADD 1 TO WS-ROWS-REMOVED
                       ELSE
                           DISPLAY "Could not delete queue entry, "
                               "status: ", WS-WORKQ-FS
                           MOVE "0610-CHECK-ONE-ENTRY"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE "WORKQ.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-WORKQ-FS TO ERRL-REQ-STATUS
                           MOVE WS-SAVED-WORKQ-KEY
                               TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
                       MOVE WS-SAVED-WORKQ-KEY TO WORKQ-KEY
                       START WORK-QUEUE-FILE KEY > WORKQ-KEY
                           INVALID KEY
                               SET END-OF-PURGE-FILE TO TRUE
                       END-START
                   ELSE
                       SET END-OF-PURGE-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *A worked item ages from the day it was worked; an item still
      *open is somebody's call to make. Removing a worked item
      *costs nothing - the nightly build replaces a worked item
      *anyway when the member triggers again.
           0700-PURGE-OUTREACH.
           OPEN I-O OUTREACH-FILE.
           EVALUATE WS-OUTR-FS
               WHEN "00"
                   SET END-OF-PURGE-FILE TO FALSE
                   PERFORM UNTIL END-OF-PURGE-FILE
                       READ OUTREACH-FILE NEXT RECORD
                           AT END
                               SET END-OF-PURGE-FILE TO TRUE
                           NOT AT END
                               PERFORM 0710-CHECK-ONE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE OUTREACH-FILE
                   IF RUN-IS-STOPPED
                       SET OUTCOME-STOPPED TO TRUE
                   END-IF
               WHEN "35"
                   SET OUTCOME-ABSENT TO TRUE
               WHEN OTHER
                   SET OUTCOME-UNREADABLE TO TRUE
                   DISPLAY "Cannot open OUTREACH.DAT, status: ",
                       WS-OUTR-FS
                   MOVE "0700-PURGE-OUTREACH" TO ERRL-REQ-PARAGRAPH
                   MOVE "OUTREACH.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-OUTR-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-EVALUATE.

           0710-CHECK-ONE-ITEM.
           EVALUATE TRUE
               WHEN OUTR-IS-OPEN
                   IF OUTR-BUILD-DATE > ZERO
                           AND OUTR-BUILD-DATE < WS-CUTOFF-DATE
                       ADD 1 TO WS-ROWS-KEPT-OPEN
                   END-IF
               WHEN OUTR-WORKED-DATE > ZERO
                       AND OUTR-WORKED-DATE < WS-CUTOFF-DATE
                   MOVE OUTREACH-RECORD TO WS-ARCHIVE-IMAGE
                   PERFORM 0900-ARCHIVE-ROW
                   IF ROW-MAY-GO
                       MOVE OUTR-KEY TO WS-SAVED-OUTR-KEY
                       DELETE OUTREACH-FILE RECORD
                       IF WS-OUTR-FS = "00"
                           ADD 1 TO WS-ROWS-REMOVED
                       ELSE
                           DISPLAY "Could not delete outreach item, "
                               "status: ", WS-OUTR-FS
                           MOVE "0710-CHECK-ONE-ITEM"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE "OUTREACH.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-OUTR-FS TO ERRL-REQ-STATUS
                           MOVE WS-SAVED-OUTR-KEY TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
                       MOVE WS-SAVED-OUTR-KEY TO OUTR-KEY
                       START OUTREACH-FILE KEY > OUTR-KEY
                           INVALID KEY
                               SET END-OF-PURGE-FILE TO TRUE
                       END-START
                   ELSE
                       SET END-OF-PURGE-FILE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Released and rejected readings have been decided; a reading
      *still held is waiting on a reviewer.
           0800-PURGE-SUSPENSE.
           OPEN I-O SUSPENSE-FILE.
           EVALUATE WS-SUSP-FS
               WHEN "00"
                   SET END-OF-PURGE-FILE TO FALSE
                   PERFORM UNTIL END-OF-PURGE-FILE
                       READ SUSPENSE-FILE NEXT RECORD
                           AT END
                               SET END-OF-PURGE-FILE TO TRUE
                           NOT AT END
                               PERFORM 0810-CHECK-ONE-READING
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
                   IF RUN-IS-STOPPED
                       SET OUTCOME-STOPPED TO TRUE
                   END-IF
               WHEN "35"
                   SET OUTCOME-ABSENT TO TRUE
               WHEN OTHER
                   SET OUTCOME-UNREADABLE TO TRUE
                   DISPLAY "Cannot open SUSPENSE.DAT, status: ",
                       WS-SUSP-FS
                   MOVE "0800-PURGE-SUSPENSE" TO ERRL-REQ-PARAGRAPH
                   MOVE "SUSPENSE.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-SUSP-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-EVALUATE.

           0810-CHECK-ONE-READING.
           IF SUSP-DATE > ZERO AND SUSP-DATE < WS-CUTOFF-DATE
               IF NOT (SUSP-IS-RELEASED OR SUSP-IS-REJECTED)
                   ADD 1 TO WS-ROWS-KEPT-OPEN
               ELSE
                   MOVE SUSPENSE-RECORD TO WS-ARCHIVE-IMAGE
                   PERFORM 0900-ARCHIVE-ROW
                   IF ROW-MAY-GO
                       MOVE SUSP-KEY TO WS-SAVED-SUSP-KEY
                       DELETE SUSPENSE-FILE RECORD
                       IF WS-SUSP-FS = "00"
                           ADD 1 TO WS-ROWS-REMOVED
                       ELSE
                           DISPLAY "Could not delete suspense row, "
                               "status: ", WS-SUSP-FS
                           MOVE "0810-CHECK-ONE-READING"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE "SUSPENSE.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-SUSP-FS TO ERRL-REQ-STATUS
                           MOVE WS-SAVED-SUSP-KEY TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
                       MOVE WS-SAVED-SUSP-KEY TO SUSP-KEY
                       START SUSPENSE-FILE KEY > SUSP-KEY
                           INVALID KEY
                               SET END-OF-PURGE-FILE TO TRUE
                       END-START
                   ELSE
                       SET END-OF-PURGE-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *A file scheduled for deletion has nothing to copy. For an
      *archived file the day's archive is opened on the first
      *expired row, so a quiet file leaves no empty archive behind;
      *a full archive disk stops the run rather than losing rows.
           0900-ARCHIVE-ROW.
           SET ROW-MAY-GO TO FALSE.
           IF RETN-DELETE
               SET ROW-MAY-GO TO TRUE
           ELSE
               IF NOT ARCHIVE-IS-OPEN
                   OPEN EXTEND ARCHIVE-FILE
                   IF WS-ARCHIVE-FS = "35"
                       OPEN OUTPUT ARCHIVE-FILE
                   END-IF
                   IF WS-ARCHIVE-FS = "00"
                       SET ARCHIVE-IS-OPEN TO TRUE
                   END-IF
               END-IF
               IF ARCHIVE-IS-OPEN
                   MOVE WS-ARCHIVE-IMAGE TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                   IF WS-ARCHIVE-FS = "00"
                       SET ROW-MAY-GO TO TRUE
                   END-IF
               END-IF
               IF NOT ROW-MAY-GO
                   DISPLAY "Archive write to ",
                       FUNCTION TRIM(WS-ARCHIVE-NAME),
                       " failed, status: ", WS-ARCHIVE-FS,
                       " - run stopped, live row kept."
                   MOVE "0900-ARCHIVE-ROW" TO ERRL-REQ-PARAGRAPH
                   MOVE WS-ARCHIVE-NAME TO ERRL-REQ-FILE-NAME
                   MOVE WS-ARCHIVE-FS TO ERRL-REQ-STATUS
                   MOVE RETN-FILE-NAME TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   SET RUN-IS-STOPPED TO TRUE
               END-IF
           END-IF.

      *True when the member in WS-TIE-MEMBER has a grievance new
      *or in progress. The grievances are keyed member-first, so
      *the member's block is read from its start.
           0950-CHECK-OPEN-GRIEVANCE.
           SET ROW-IS-TIED TO FALSE.
           IF GRV-LOOKUP-OPEN
               MOVE WS-TIE-MEMBER TO GRV-MEMBER-ID
               MOVE ZERO TO GRV-RECEIVED-DATE
               MOVE ZERO TO GRV-RECEIVED-TIME
               START GRIEVANCE-FILE KEY >= GRV-KEY
                   INVALID KEY
                       MOVE "10" TO WS-GRV-FS
               END-START
               PERFORM UNTIL WS-GRV-FS NOT = "00" OR ROW-IS-TIED
                   READ GRIEVANCE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-GRV-FS
                       NOT AT END
                           IF GRV-MEMBER-ID NOT = WS-TIE-MEMBER
                               MOVE "10" TO WS-GRV-FS
                           ELSE
                               IF GRV-IS-OPEN
                                   SET ROW-IS-TIED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "RETNPURG" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "RETNPURG".
