       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RETNMNT".
       AUTHOR.     ALAN GARCIA.
      *Retention schedule maintenance. Sets how long each
      *operational side file keeps its rows and whether rows past
      *that are archived or deleted, lists the schedule, or prints
      *the retention policy the legal team files - the policy
      *statements, then every file with its period, disposal, the
      *reason it is kept that long and who last set it.
      *Supervisors only. A period may not go below the file's
      *floor, a change needs a second supervisor to approve it, and
      *every change is written to the parameter history beside the
      *threshold changes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-FILE ASSIGN TO "RETNSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETN-FILE-NAME
               FILE STATUS IS WS-RETN-FS.
           SELECT PARM-HISTORY-FILE ASSIGN TO "PARMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-FS.
           SELECT POLICY-REPORT-FILE ASSIGN TO "RETNPOL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-FILE.
           COPY "RETNREC.cpy".

       FD PARM-HISTORY-FILE.
           COPY "PHSTREC.cpy".

       FD POLICY-REPORT-FILE.
       01 POLICY-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RETN-FS PIC XX.
       01 WS-PHIST-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-ON-FILE-SW PIC X VALUE "N".
           88 SCHEDULE-ROW-EXISTS VALUE "Y" FALSE "N".
       01 WS-SAVED-SW PIC X VALUE "N".
           88 CHANGE-WAS-SAVED VALUE "Y" FALSE "N".
       01 WS-MODE-CHOICE PIC X.
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
           88 POLICY-MODE-CHOSEN VALUE "P" "p".
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-APPROVER-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TIME-RAW.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-FILE-ENTRY PIC X(12).
       01 WS-DAYS-ENTRY PIC 9(5).
       01 WS-ACTION-ENTRY PIC X.
           88 ACTION-ENTRY-IS-VALID VALUE "A" "D".
       01 WS-REASON-ENTRY PIC X(30).
       01 WS-OLD-DAYS PIC 9(5).
       01 WS-OLD-ACTION PIC X.
       01 WS-ACTION-TEXT PIC X(8).
       01 WS-RX PIC 9.
       01 WS-FOUND-RX PIC 9.
      *The policy statements printed ahead of the schedule. They
      *describe what RETNPURG does, so they change with it.
       01 POLICY-TEXT-VALUES.
           05 FILLER PIC X(54) VALUE
               "1. EACH FILE BELOW IS KEPT FOR THE PERIOD SHOWN,".
           05 FILLER PIC X(54) VALUE
               "   COUNTED IN DAYS FROM THE DATE ON EACH ROW. ROWS".
           05 FILLER PIC X(54) VALUE
               "   PAST THEIR PERIOD ARE REMOVED BY THE RETENTION".
           05 FILLER PIC X(54) VALUE
               "   PURGE (RETNPURG). A FILE NOT SCHEDULED IS KEPT.".
           05 FILLER PIC X(54) VALUE
               "2. WHERE THE DISPOSAL IS ARCHIVE, EXPIRED ROWS ARE".
           05 FILLER PIC X(54) VALUE
               "   COPIED TO A DATED ARCHIVE FILE (FILE NAME, RUN".
           05 FILLER PIC X(54) VALUE
               "   DATE, .ARC) BEFORE THEY ARE REMOVED. WHERE IT IS".
           05 FILLER PIC X(54) VALUE
               "   DELETE, EXPIRED ROWS ARE DESTROYED.".
           05 FILLER PIC X(54) VALUE
               "3. NO ROW TIED TO AN OPEN ITEM IS REMOVED, HOWEVER".
           05 FILLER PIC X(54) VALUE
               "   OLD: WAITING WORK-QUEUE ENTRIES, OPEN OUTREACH".
           05 FILLER PIC X(54) VALUE
               "   ITEMS AND HELD SUSPENSE READINGS; NOTES AND".
           05 FILLER PIC X(54) VALUE
               "   DISCLOSURES OF A MEMBER WITH AN OPEN GRIEVANCE;".
           05 FILLER PIC X(54) VALUE
               "   PAYMENTS ON AN INVOICE STILL CARRYING A BALANCE;".
           05 FILLER PIC X(54) VALUE
               "   POINTS ADJUSTMENTS OF AN OPEN POINTS ACCOUNT.".
           05 FILLER PIC X(54) VALUE
               "4. EVERY PURGE PRINTS A CERTIFICATE (RETNCERT.RPT)".
           05 FILLER PIC X(54) VALUE
               "   OF THE ROWS REMOVED FROM EACH FILE AND THE ROWS".
           05 FILLER PIC X(54) VALUE
               "   KEPT FOR OPEN ITEMS, FOR THE COMPLIANCE FOLDER.".
           05 FILLER PIC X(54) VALUE
               "5. NO PERIOD MAY BE SET BELOW THE FLOOR SHOWN. EACH".
           05 FILLER PIC X(54) VALUE
               "   CHANGE NEEDS TWO SUPERVISORS AND IS KEPT IN THE".
           05 FILLER PIC X(54) VALUE
               "   PARAMETER HISTORY (PARMHIST.DAT).".
       01 POLICY-TEXT REDEFINES POLICY-TEXT-VALUES.
           05 POLICY-TEXT-LINE PIC X(54) OCCURS 20 TIMES.
       01 POLICY-TEXT-SIZE PIC 99 VALUE 20.
       01 WS-PX PIC 99.
           COPY "RETNTBL.cpy".
           COPY "AUTHREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "RETENTION SCHEDULE MAINTENANCE".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Supervisor ID: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "RETNMNT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
               PERFORM 0110-GET-MODE
               PERFORM 0160-OPEN-SCHEDULE
               IF WS-RETN-FS = "00"
                   EVALUATE TRUE
                       WHEN CHANGE-MODE-CHOSEN
                           PERFORM 0300-LIST-SCHEDULE
                           PERFORM 0400-CHANGE-SCHEDULE
                       WHEN LIST-MODE-CHOSEN
                           PERFORM 0300-LIST-SCHEDULE
                       WHEN OTHER
                           PERFORM 0700-PRINT-POLICY
                   END-EVALUATE
                   CLOSE RETENTION-FILE
               END-IF
           ELSE
               DISPLAY "An enabled supervisor ID is required."
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(C)hange a file's retention, (L)ist the "
                   "schedule, or (P)rint the retention policy: "
               ACCEPT WS-MODE-CHOICE
               IF CHANGE-MODE-CHOSEN OR LIST-MODE-CHOSEN
                       OR POLICY-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter C, L or P."
               END-IF
           END-PERFORM.

           0160-OPEN-SCHEDULE.
           OPEN I-O RETENTION-FILE.
           IF WS-RETN-FS = "35"
               OPEN OUTPUT RETENTION-FILE
               CLOSE RETENTION-FILE
               OPEN I-O RETENTION-FILE
           END-IF.
           IF WS-RETN-FS NOT = "00"
               DISPLAY "Cannot open RETNSCHD.DAT, status: ",
                   WS-RETN-FS
               MOVE "0160-OPEN-SCHEDULE" TO ERRL-REQ-PARAGRAPH
               MOVE "RETNSCHD.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RETN-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *The row for the table entry at WS-RX, if the file has been
      *scheduled.
           0200-READ-SCHEDULE-ROW.
           MOVE RETN-TBL-FILE(WS-RX) TO RETN-FILE-NAME.
           READ RETENTION-FILE
               INVALID KEY
                   SET SCHEDULE-ROW-EXISTS TO FALSE
               NOT INVALID KEY
                   SET SCHEDULE-ROW-EXISTS TO TRUE
           END-READ.

           0300-LIST-SCHEDULE.
           DISPLAY "FILE          DAYS  FLOOR  DISPOSAL  HOLDS".
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= RETN-TABLE-SIZE
               ADD 1 TO WS-RX
               PERFORM 0200-READ-SCHEDULE-ROW
               IF SCHEDULE-ROW-EXISTS
                   PERFORM 0310-SET-ACTION-TEXT
                   DISPLAY RETN-TBL-FILE(WS-RX), "  ", RETN-DAYS,
                       "  ", RETN-TBL-MIN-DAYS(WS-RX), "  ",
                       WS-ACTION-TEXT, "  ",
                       RETN-TBL-DESCRIPTION(WS-RX)
               ELSE
                   DISPLAY RETN-TBL-FILE(WS-RX), "  -----  ",
                       RETN-TBL-MIN-DAYS(WS-RX),
                       "  NOT SCHEDULED - KEPT"
               END-IF
           END-PERFORM.

           0310-SET-ACTION-TEXT.
           IF RETN-ARCHIVE
               MOVE "ARCHIVE" TO WS-ACTION-TEXT
           ELSE
               MOVE "DELETE" TO WS-ACTION-TEXT
           END-IF.

           0400-CHANGE-SCHEDULE.
           PERFORM 0410-FIND-FILE.
           IF WS-FOUND-RX = ZERO
               DISPLAY "The schedule does not cover that file. "
                   "Nothing was changed."
           ELSE
               MOVE WS-FOUND-RX TO WS-RX
               PERFORM 0200-READ-SCHEDULE-ROW
               IF SCHEDULE-ROW-EXISTS
                   MOVE RETN-DAYS TO WS-OLD-DAYS
                   MOVE RETN-ACTION TO WS-OLD-ACTION
                   PERFORM 0310-SET-ACTION-TEXT
                   DISPLAY FUNCTION TRIM(WS-FILE-ENTRY),
                       " is kept ", RETN-DAYS, " days, then ",
                       FUNCTION TRIM(WS-ACTION-TEXT), "D."
               ELSE
                   MOVE ZERO TO WS-OLD-DAYS
                   MOVE SPACE TO WS-OLD-ACTION
                   DISPLAY FUNCTION TRIM(WS-FILE-ENTRY),
                       " is not scheduled yet."
               END-IF
               PERFORM 0420-GET-DAYS
               PERFORM 0430-GET-ACTION
               IF WS-DAYS-ENTRY = WS-OLD-DAYS
                       AND WS-ACTION-ENTRY = WS-OLD-ACTION
                   DISPLAY "That is the schedule already in force. "
                       "Nothing was changed."
               ELSE
                   PERFORM 0440-GET-REASON
                   PERFORM 0460-GET-APPROVAL
                   IF ENTRY-IS-VALID
                       PERFORM 0500-SAVE-CHANGE
                   END-IF
                   IF NOT CHANGE-WAS-SAVED
                       DISPLAY "Nothing was changed."
                   END-IF
               END-IF
           END-IF.

           0410-FIND-FILE.
           DISPLAY "File name to schedule: ".
           MOVE SPACES TO WS-FILE-ENTRY.
           ACCEPT WS-FILE-ENTRY.
           INSPECT WS-FILE-ENTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-FOUND-RX.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= RETN-TABLE-SIZE
                   OR WS-FOUND-RX > ZERO
               ADD 1 TO WS-RX
               IF RETN-TBL-FILE(WS-RX) = WS-FILE-ENTRY
                   MOVE WS-RX TO WS-FOUND-RX
               END-IF
           END-PERFORM.

      *The floor is the shortest period the law or the business
      *allows for the file; zero takes the suggested period.
           0420-GET-DAYS.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Days to keep (at least ",
                   RETN-TBL-MIN-DAYS(WS-RX), ", 0 for ",
                   RETN-TBL-DEFAULT-DAYS(WS-RX), "): "
               ACCEPT WS-DAYS-ENTRY
               IF WS-DAYS-ENTRY = ZERO
                   MOVE RETN-TBL-DEFAULT-DAYS(WS-RX) TO WS-DAYS-ENTRY
               END-IF
               IF WS-DAYS-ENTRY < RETN-TBL-MIN-DAYS(WS-RX)
                   DISPLAY "May not be less than ",
                       RETN-TBL-MIN-DAYS(WS-RX), " days."
               ELSE
                   SET ENTRY-IS-VALID TO TRUE
               END-IF
           END-PERFORM.

           0430-GET-ACTION.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)rchive or (D)elete rows past the period, "
                   "blank for ", RETN-TBL-DEFAULT-ACTION(WS-RX), ": "
               MOVE SPACE TO WS-ACTION-ENTRY
               ACCEPT WS-ACTION-ENTRY
               INSPECT WS-ACTION-ENTRY CONVERTING "ad" TO "AD"
               IF WS-ACTION-ENTRY = SPACE
                   MOVE RETN-TBL-DEFAULT-ACTION(WS-RX)
                       TO WS-ACTION-ENTRY
               END-IF
               IF ACTION-ENTRY-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A or D."
               END-IF
           END-PERFORM.

           0440-GET-REASON.
           MOVE SPACES TO WS-REASON-ENTRY.
           PERFORM UNTIL WS-REASON-ENTRY NOT = SPACES
               DISPLAY "Reason for the change: "
               ACCEPT WS-REASON-ENTRY
           END-PERFORM.

           0460-GET-APPROVAL.
           DISPLAY "Second supervisor approving the change: ".
           ACCEPT WS-APPROVER-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-APPROVER-ID TO AUTH-OPERATOR-ID.
           MOVE "RETNMNT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                   AND WS-APPROVER-ID NOT = WS-SUPERVISOR-ID
               SET ENTRY-IS-VALID TO TRUE
           ELSE
               SET ENTRY-IS-VALID TO FALSE
               DISPLAY "A second enabled supervisor must approve."
           END-IF.

      *The history is opened first so the schedule is never
      *changed without a record of it, as with the thresholds.
           0500-SAVE-CHANGE.
           SET CHANGE-WAS-SAVED TO FALSE.
           OPEN EXTEND PARM-HISTORY-FILE.
           IF WS-PHIST-FS = "35"
               OPEN OUTPUT PARM-HISTORY-FILE
           END-IF.
           IF WS-PHIST-FS NOT = "00"
               DISPLAY "Cannot open PARMHIST.DAT, status: ",
                   WS-PHIST-FS
               MOVE "0500-SAVE-CHANGE" TO ERRL-REQ-PARAGRAPH
               MOVE "PARMHIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-PHIST-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE RETN-TBL-FILE(WS-RX) TO RETN-FILE-NAME
               MOVE WS-DAYS-ENTRY TO RETN-DAYS
               MOVE WS-ACTION-ENTRY TO RETN-ACTION
               MOVE WS-SUPERVISOR-ID TO RETN-CHANGED-BY
               MOVE WS-APPROVER-ID TO RETN-APPROVED-BY
               MOVE WS-TODAY-DATE TO RETN-CHANGED-DATE
               IF SCHEDULE-ROW-EXISTS
                   REWRITE RETENTION-RECORD
               ELSE
                   WRITE RETENTION-RECORD
               END-IF
               IF WS-RETN-FS = "00"
                   SET CHANGE-WAS-SAVED TO TRUE
                   PERFORM 0600-WRITE-HISTORY
               ELSE
                   DISPLAY "Could not record the schedule, status: ",
                       WS-RETN-FS
                   MOVE "0500-SAVE-CHANGE" TO ERRL-REQ-PARAGRAPH
                   MOVE "RETNSCHD.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-RETN-FS TO ERRL-REQ-STATUS
                   MOVE RETN-FILE-NAME TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               CLOSE PARM-HISTORY-FILE
           END-IF.

      *The history row is keyed by the file's name without its
      *extension; the days go in as the value, and the disposal in
      *force after the change leads the reason.
           0600-WRITE-HISTORY.
           ACCEPT WS-TIME-RAW FROM TIME.
           PERFORM 0310-SET-ACTION-TEXT.
           MOVE SPACES TO PARM-HISTORY-RECORD.
           STRING RETN-FILE-NAME DELIMITED BY "."
               INTO PHST-PARM-ID.
           MOVE "RETNSCHD.DAT" TO PHST-PARM-FILE.
           MOVE WS-OLD-DAYS TO PHST-BEFORE-VALUE.
           MOVE WS-DAYS-ENTRY TO PHST-AFTER-VALUE.
           MOVE WS-TODAY-DATE TO PHST-EFFECTIVE-DATE.
           MOVE WS-TODAY-DATE TO PHST-CHANGE-DATE.
           MOVE WS-TIME-HHMMSS TO PHST-CHANGE-TIME.
           MOVE WS-SUPERVISOR-ID TO PHST-CHANGED-BY.
           MOVE WS-APPROVER-ID TO PHST-APPROVED-BY.
           STRING WS-ACTION-TEXT DELIMITED BY SPACE
               " - " WS-REASON-ENTRY DELIMITED BY SIZE
               INTO PHST-REASON.
           WRITE PARM-HISTORY-RECORD.
           IF WS-PHIST-FS NOT = "00"
               DISPLAY "Could not write PARMHIST.DAT, status: ",
                   WS-PHIST-FS
               MOVE "0600-WRITE-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE "PARMHIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-PHIST-FS TO ERRL-REQ-STATUS
               MOVE RETN-FILE-NAME TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           DISPLAY FUNCTION TRIM(RETN-FILE-NAME), " is now kept ",
               RETN-DAYS, " days, then ",
               FUNCTION TRIM(WS-ACTION-TEXT), "D, effective ",
               WS-TODAY-DATE, ".".

      *The printed policy is the document the legal team holds up:
      *the statements, then the schedule as it stands today.
           0700-PRINT-POLICY.
           OPEN OUTPUT POLICY-REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open RETNPOL.RPT, status: ",
                   WS-REPORT-FS
               MOVE "0700-PRINT-POLICY" TO ERRL-REQ-PARAGRAPH
               MOVE "RETNPOL.RPT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REPORT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE SPACES TO POLICY-REPORT-LINE
               STRING "RECORDS RETENTION POLICY - OPERATIONAL FILES"
                   " - AS OF " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO POLICY-REPORT-LINE
               WRITE POLICY-REPORT-LINE
               MOVE SPACES TO POLICY-REPORT-LINE
               WRITE POLICY-REPORT-LINE
               MOVE ZERO TO WS-PX
               PERFORM UNTIL WS-PX >= POLICY-TEXT-SIZE
                   ADD 1 TO WS-PX
                   MOVE POLICY-TEXT-LINE(WS-PX) TO POLICY-REPORT-LINE
                   WRITE POLICY-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO POLICY-REPORT-LINE
               WRITE POLICY-REPORT-LINE
               MOVE SPACES TO POLICY-REPORT-LINE
               STRING "FILE          HOLDS                           "
                   "DAYS  FLOOR  DISPOSAL  KEPT FOR"
                   DELIMITED BY SIZE INTO POLICY-REPORT-LINE
               WRITE POLICY-REPORT-LINE
               MOVE ZERO TO WS-RX
               PERFORM UNTIL WS-RX >= RETN-TABLE-SIZE
                   ADD 1 TO WS-RX
                   PERFORM 0710-PRINT-ONE-FILE
               END-PERFORM
               CLOSE POLICY-REPORT-FILE
               DISPLAY "Retention policy printed to RETNPOL.RPT."
           END-IF.

           0710-PRINT-ONE-FILE.
           PERFORM 0200-READ-SCHEDULE-ROW.
           MOVE SPACES TO POLICY-REPORT-LINE.
           IF SCHEDULE-ROW-EXISTS
               PERFORM 0310-SET-ACTION-TEXT
               STRING RETN-TBL-FILE(WS-RX) "  "
                   RETN-TBL-DESCRIPTION(WS-RX) "  "
                   RETN-DAYS "  " RETN-TBL-MIN-DAYS(WS-RX) "  "
                   WS-ACTION-TEXT "  " RETN-TBL-BASIS(WS-RX)
                   DELIMITED BY SIZE INTO POLICY-REPORT-LINE
               WRITE POLICY-REPORT-LINE
               MOVE SPACES TO POLICY-REPORT-LINE
               STRING "              SET " RETN-CHANGED-DATE
                   " BY " RETN-CHANGED-BY
                   " APPROVED BY " RETN-APPROVED-BY
                   DELIMITED BY SIZE INTO POLICY-REPORT-LINE
           ELSE
               STRING RETN-TBL-FILE(WS-RX) "  "
                   RETN-TBL-DESCRIPTION(WS-RX) "  "
                   "-----  " RETN-TBL-MIN-DAYS(WS-RX) "  "
                   "NOT SCHEDULED - EVERY ROW IS KEPT"
                   DELIMITED BY SIZE INTO POLICY-REPORT-LINE
           END-IF.
           WRITE POLICY-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "RETNMNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "RETNMNT".
