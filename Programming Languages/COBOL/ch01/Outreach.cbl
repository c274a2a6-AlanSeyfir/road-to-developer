       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OUTREACH".
       AUTHOR.     ALAN GARCIA.
      *Consolidated outreach worklist. Build mode folds the
      *calling lists the coaches used to juggle - referral triggers,
      *the day's no-show skeletons, members with no reading in 90
      *days, the trajectory flags and the annual re-screen
      *non-returners - into one keyed worklist,
      *never duplicating an item still open. Each item carries the
      *member's cardiometabolic risk tier from the nightly tiering
      *run, and the calling list prints - and work mode presents
      *the open items - highest tier first, so the riskiest members
      *are called before the rest. Work mode records the call
      *disposition against each open item, and report mode counts
      *open versus worked items by reason, with how long the open
      *ones have waited since they went on the list - in calendar
      *days, or in business days with weekends and company-wide
      *holidays on the business calendar left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREND-FLAG-FILE ASSIGN TO "TRENDFLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FS.
           SELECT RESCREEN-FILE ASSIGN TO "RESCREEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCREEN-FS.
           SELECT OUTREACH-REPORT-FILE ASSIGN TO "OUTREACH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT RISK-TIER-FILE ASSIGN TO "RISKTIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTIER-MEMBER-ID
               FILE STATUS IS WS-TIER-FS.
           SELECT CALL-LIST-FILE ASSIGN TO "OUTCALL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALL-LIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TREND-FLAG-FILE.
           COPY "TFLAGREC.cpy".

       FD RESCREEN-FILE.
           COPY "RSCNREC.cpy".

       FD OUTREACH-REPORT-FILE.
       01 OUTREACH-REPORT-LINE PIC X(100).

       FD RISK-TIER-FILE.
           COPY "RTIERREC.cpy".

       FD CALL-LIST-FILE.
       01 CALL-LIST-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OUTR-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REFER-FS PIC XX.
       01 WS-BATCH-IN-FS PIC XX.
       01 WS-FLAG-FS PIC XX.
       01 WS-RESCREEN-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-TIER-FS PIC XX.
       01 WS-CALL-LIST-FS PIC XX.
       01 WS-TIER-OPEN-SW PIC X VALUE "N".
           88 TIER-FILE-OPEN VALUE "Y" FALSE "N".
       01 WS-CAND-TIER PIC 9.
       01 WS-RETIERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
      *Tier swept on each pass of the worklist, 4 down to 0 -
      *untiered members are called last.
       01 WS-SWEEP-TIER PIC S9.
       01 WS-MODE-CHOICE PIC X.
           88 BUILD-MODE-CHOSEN VALUE "B" "b".
           88 WORK-MODE-CHOSEN VALUE "W" "w".
       01 WS-ADDED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SUPPRESSED-PREFS PIC 9(5) VALUE ZERO.
       01 WS-SUPPRESSED-STATUS PIC 9(5) VALUE ZERO.
       01 WS-SUPPRESS-SW PIC X.
           88 ITEM-IS-SUPPRESSED VALUE "Y" FALSE "N".
       01 WS-WORKED-COUNT PIC 9(5) VALUE ZERO.
           05 FILLER PIC X(6) VALUE "NOSHOW".
           05 FILLER PIC X(6) VALUE "GAP90".
           05 FILLER PIC X(6) VALUE "TREND".
           05 FILLER PIC X(6) VALUE "RESCRN".
       01 WS-REASON-NAMES REDEFINES WS-REASON-TABLE-VALUES.
           05 WS-REASON-NAME PIC X(6) OCCURS 5 TIMES.
       01 WS-REASON-COUNT PIC 9 VALUE 5.
       01 WS-OPEN-COUNTS.
           05 WS-OPEN-COUNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-WORKED-COUNTS.
           05 WS-WORKED-TALLY PIC 9(5) OCCURS 5 TIMES.
       01 WS-IX PIC 9.
      *An open item waiting longer than this is counted as late.
       01 OPEN-ITEM-LATE-DAYS PIC 999 VALUE 7.
       01 WS-LATE-COUNTS.
           05 WS-LATE-COUNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-OLDEST-AGES.
           05 WS-OLDEST-AGE PIC 9(5) OCCURS 5 TIMES.
       01 WS-ITEM-AGE PIC S9(5).
       01 WS-AGING-BASIS PIC X VALUE "C".
           88 BUSINESS-DAY-AGING VALUE "B" "b".
           COPY "CALNREQ.cpy".
           COPY "COMMREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-OUTR-FS NOT = "00"
               DISPLAY "Cannot open OUTREACH.DAT, status: ",
                   WS-OUTR-FS
               MOVE "0300-BUILD-WORKLIST" TO ERRL-REQ-PARAGRAPH
               MOVE "OUTREACH.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OUTR-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               SET TIER-FILE-OPEN TO FALSE
               OPEN INPUT RISK-TIER-FILE
               IF WS-TIER-FS = "00"
                   SET TIER-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "No risk tiers on file - the calling "
                       "list stays in member order."
               END-IF
               PERFORM 0320-SCAN-REFERRALS
               PERFORM 0330-SCAN-NOSHOWS
               PERFORM 0340-SCAN-GAPS
               PERFORM 0350-SCAN-TREND-FLAGS
               PERFORM 0355-SCAN-RESCREENS
               CLOSE MEMBER-MASTER-FILE
               IF TIER-FILE-OPEN
                   CLOSE RISK-TIER-FILE
               END-IF
               PERFORM 0390-PRINT-CALLING-LIST
               CLOSE OUTREACH-FILE
               DISPLAY "Items added:               ", WS-ADDED-COUNT
               DISPLAY "Already open (not re-added): ",
                   WS-SKIPPED-COUNT
               DISPLAY "Open items re-tiered:      ",
                   WS-RETIERED-COUNT
               DISPLAY "Suppressed by contact preference: ",
                   WS-SUPPRESSED-PREFS
               DISPLAY "Suppressed - member not active: ",
                   WS-SUPPRESSED-STATUS
           END-IF.

           0320-SCAN-REFERRALS.
               CLOSE TREND-FLAG-FILE
           END-IF.

      *Members screened in the cohort year who have not come back,
      *from the last run of the re-screen report; the item counts
      *from their last screening that year.
           0355-SCAN-RESCREENS.
           OPEN INPUT RESCREEN-FILE.
           IF WS-RESCREEN-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ RESCREEN-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           MOVE RSCN-MEMBER-ID TO WS-CAND-ID
                           MOVE "RESCRN" TO WS-CAND-REASON
                           MOVE RSCN-LAST-SCREEN-DATE TO WS-CAND-DATE
                           PERFORM 0360-ADD-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE RESCREEN-FILE
           END-IF.

      *An item still open for the same member and reason is left
      *alone - that is what stops the second call - except that it
      *takes tonight's risk tier, so the calling order follows the
      *member's current risk. A worked item is replaced, so a
      *member who triggers again goes back on the list.
           0360-ADD-ONE-ITEM.
           PERFORM 0370-GET-RISK-TIER.
           MOVE WS-CAND-ID TO OUTR-MEMBER-ID.
           MOVE WS-CAND-REASON TO OUTR-REASON-CODE.
           READ OUTREACH-FILE
               NOT INVALID KEY
                   IF OUTR-IS-OPEN
                       ADD 1 TO WS-SKIPPED-COUNT
                       IF OUTR-RISK-TIER NOT = WS-CAND-TIER
                           MOVE WS-CAND-TIER TO OUTR-RISK-TIER
                           REWRITE OUTREACH-RECORD
                           IF WS-OUTR-FS = "00"
                               ADD 1 TO WS-RETIERED-COUNT
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 0380-WRITE-NEW-ITEM
                   END-IF
           END-READ.

      *A member the tiering run has not seen is tier zero.
           0370-GET-RISK-TIER.
           MOVE ZERO TO WS-CAND-TIER.
           IF TIER-FILE-OPEN
               MOVE WS-CAND-ID TO RTIER-MEMBER-ID
               READ RISK-TIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RTIER-TIER TO WS-CAND-TIER
               END-READ
           END-IF.

      *This is a calling list: a member who refused phone contact
      *or contact altogether never lands on it, and the suppressed
      *count proves the list was filtered, not short. Nobody
      *calls an inactive or deceased member, whatever the trigger.
           0380-WRITE-NEW-ITEM.
           SET ITEM-IS-SUPPRESSED TO FALSE.
           MOVE WS-CAND-ID TO OUTR-MEMBER-ID.
               INVALID KEY
                   MOVE "UNKNOWN MEMBER" TO OUTR-NAME
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT MEMBER-IS-ACTIVE
                           SET ITEM-IS-SUPPRESSED TO TRUE
                           ADD 1 TO WS-SUPPRESSED-STATUS
                       WHEN MEMBER-PHONE-REFUSED OR MEMBER-NO-CONTACT
                           SET ITEM-IS-SUPPRESSED TO TRUE
                           ADD 1 TO WS-SUPPRESSED-PREFS
                       WHEN OTHER
                           MOVE MEMBER-NAME TO OUTR-NAME
                   END-EVALUATE
           END-READ.
           IF NOT ITEM-IS-SUPPRESSED
               MOVE WS-CAND-DATE TO OUTR-SOURCE-DATE
               MOVE SPACE TO OUTR-DISPOSITION
               MOVE ZERO TO OUTR-WORKED-DATE
               MOVE SPACES TO OUTR-WORKED-BY
               MOVE WS-CAND-TIER TO OUTR-RISK-TIER
               WRITE OUTREACH-RECORD
                   INVALID KEY
                       REWRITE OUTREACH-RECORD
               ELSE
                   DISPLAY "Could not save worklist item, "
                       "status: ", WS-OUTR-FS
                   MOVE "0380-WRITE-NEW-ITEM" TO ERRL-REQ-PARAGRAPH
                   MOVE "OUTREACH.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-OUTR-FS TO ERRL-REQ-STATUS
                   MOVE OUTR-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

      *The printed calling list: every open item, highest risk
      *tier first and member order within a tier.
           0390-PRINT-CALLING-LIST.
           OPEN OUTPUT CALL-LIST-FILE.
           MOVE "OUTREACH CALLING LIST - HIGHEST RISK TIER FIRST"
               TO CALL-LIST-LINE.
           WRITE CALL-LIST-LINE.
           MOVE 4 TO WS-SWEEP-TIER.
           PERFORM UNTIL WS-SWEEP-TIER < 0
               MOVE LOW-VALUES TO OUTR-KEY
               START OUTREACH-FILE KEY >= OUTR-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-FILE-REACHED TO FALSE
               IF WS-OUTR-FS NOT = "00"
                   SET END-OF-FILE-REACHED TO TRUE
               END-IF
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ OUTREACH-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF OUTR-IS-OPEN
                                   AND OUTR-RISK-TIER = WS-SWEEP-TIER
                               PERFORM 0395-PRINT-CALL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               SUBTRACT 1 FROM WS-SWEEP-TIER
           END-PERFORM.
           MOVE SPACES TO CALL-LIST-LINE.
           STRING "OPEN ITEMS LISTED: " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO CALL-LIST-LINE.
           WRITE CALL-LIST-LINE.
           CLOSE CALL-LIST-FILE.

           0395-PRINT-CALL-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO CALL-LIST-LINE.
           IF OUTR-RISK-TIER = ZERO
               STRING "  TIER -  ID: " OUTR-MEMBER-ID
                   "  " OUTR-NAME
                   "  " OUTR-REASON-CODE
                   "  SINCE " OUTR-SOURCE-DATE
                   DELIMITED BY SIZE INTO CALL-LIST-LINE
           ELSE
               STRING "  TIER " OUTR-RISK-TIER
                   "  ID: " OUTR-MEMBER-ID
                   "  " OUTR-NAME
                   "  " OUTR-REASON-CODE
                   "  SINCE " OUTR-SOURCE-DATE
                   DELIMITED BY SIZE INTO CALL-LIST-LINE
           END-IF.
           WRITE CALL-LIST-LINE.

      *Every session starts with a verified sign-on; the operator
      *recorded on each worked item is the one who made the call.
           0500-WORK-ITEMS.
           IF WS-OUTR-FS NOT = "00"
               DISPLAY "Cannot open OUTREACH.DAT, status: ",
                   WS-OUTR-FS
               MOVE "0520-WORK-OPEN-ITEMS" TO ERRL-REQ-PARAGRAPH
               MOVE "OUTREACH.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OUTR-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               MOVE 4 TO WS-SWEEP-TIER
               PERFORM UNTIL WS-SWEEP-TIER < 0
                   PERFORM 0530-WORK-ONE-TIER
                   SUBTRACT 1 FROM WS-SWEEP-TIER
               END-PERFORM
               CLOSE OUTREACH-FILE
               CLOSE MEMBER-MASTER-FILE
               SET COMM-REQ-FINISH TO TRUE
               CALL "COMMLOG" USING COMM-REQUEST
               DISPLAY "Items worked this session: ",
                   WS-WORKED-COUNT
           END-IF.

      *One pass of the worklist per risk tier, highest first.
           0530-WORK-ONE-TIER.
           MOVE LOW-VALUES TO OUTR-KEY.
           START OUTREACH-FILE KEY >= OUTR-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-FILE-REACHED TO FALSE.
           IF WS-OUTR-FS NOT = "00"
               SET END-OF-FILE-REACHED TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ OUTREACH-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF OUTR-IS-OPEN
                               AND OUTR-RISK-TIER = WS-SWEEP-TIER
                           PERFORM 0550-WORK-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           0550-WORK-ONE-ITEM.
           DISPLAY " ".
           DISPLAY "Member ", OUTR-MEMBER-ID, "  ",
               FUNCTION TRIM(OUTR-NAME),
               "  risk tier ", OUTR-RISK-TIER.
           DISPLAY "  Reason: ", OUTR-REASON-CODE,
               "  since ", OUTR-SOURCE-DATE,
               "  listed ", OUTR-BUILD-DATE.
               REWRITE OUTREACH-RECORD
               IF WS-OUTR-FS = "00"
                   ADD 1 TO WS-WORKED-COUNT
                   PERFORM 0560-LOG-CALL
               ELSE
                   DISPLAY "Could not update item, status: ",
                       WS-OUTR-FS
                   MOVE "0550-WORK-ONE-ITEM" TO ERRL-REQ-PARAGRAPH
                   MOVE "OUTREACH.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-OUTR-FS TO ERRL-REQ-STATUS
                   MOVE OUTR-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

      *Every call made - reached, message left, declined or
      *scheduled - goes on the member's communication history with
      *the number on the master at the time.
           0560-LOG-CALL.
           SET COMM-REQ-RECORD TO TRUE.
           MOVE "OUTREACH" TO COMM-REQ-PROGRAM.
           MOVE OUTR-MEMBER-ID TO COMM-REQ-MEMBER-ID.
           MOVE "OUTCALL" TO COMM-REQ-TYPE.
           SET COMM-REQ-BY-PHONE TO TRUE.
           MOVE SPACES TO COMM-REQ-PHONE.
           MOVE OUTR-MEMBER-ID TO MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MEMBER-PHONE TO COMM-REQ-PHONE
           END-READ.
           CALL "COMMLOG" USING COMM-REQUEST.

           0570-GET-DISPOSITION.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
           0700-REPORT-ITEMS.
           MOVE ZERO TO WS-OPEN-COUNTS.
           MOVE ZERO TO WS-WORKED-COUNTS.
           MOVE ZERO TO WS-LATE-COUNTS.
           MOVE ZERO TO WS-OLDEST-AGES.
           DISPLAY "Age open items in (C)alendar or (B)usiness days: ".
           ACCEPT WS-AGING-BASIS.
           OPEN INPUT OUTREACH-FILE.
           IF WS-OUTR-FS NOT = "00"
               DISPLAY "No worklist on hand, status: ", WS-OUTR-FS
               MOVE "0700-REPORT-ITEMS" TO ERRL-REQ-PARAGRAPH
               MOVE "OUTREACH.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-OUTR-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED

           0750-TALLY-ONE-ITEM.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-REASON-COUNT
               ADD 1 TO WS-IX
               IF WS-REASON-NAME(WS-IX) = OUTR-REASON-CODE
                   IF OUTR-IS-OPEN
                       ADD 1 TO WS-OPEN-COUNT(WS-IX)
                       PERFORM 0760-AGE-OPEN-ITEM
                   ELSE
                       ADD 1 TO WS-WORKED-TALLY(WS-IX)
                   END-IF
                   MOVE WS-REASON-COUNT TO WS-IX
               END-IF
           END-PERFORM.

           0760-AGE-OPEN-ITEM.
           IF BUSINESS-DAY-AGING
               SET CALN-REQ-COUNT-DAYS TO TRUE
               MOVE SPACES TO CALN-REQ-SITE
               MOVE OUTR-BUILD-DATE TO CALN-REQ-DATE
               MOVE WS-TODAY-DATE TO CALN-REQ-TO-DATE
               CALL "CALNCHK" USING CALN-REQUEST
               MOVE CALN-REQ-DAY-COUNT TO WS-ITEM-AGE
           ELSE
               COMPUTE WS-ITEM-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(OUTR-BUILD-DATE)
           END-IF.
           IF WS-ITEM-AGE > OPEN-ITEM-LATE-DAYS
               ADD 1 TO WS-LATE-COUNT(WS-IX)
           END-IF.
           IF WS-ITEM-AGE > WS-OLDEST-AGE(WS-IX)
               MOVE WS-ITEM-AGE TO WS-OLDEST-AGE(WS-IX)
           END-IF.

           0780-WRITE-REPORT.
           OPEN OUTPUT OUTREACH-REPORT-FILE.
           MOVE "OUTREACH WORKLIST - OPEN AND WORKED BY REASON"
               TO OUTREACH-REPORT-LINE.
           WRITE OUTREACH-REPORT-LINE.
           MOVE SPACES TO OUTREACH-REPORT-LINE.
           IF BUSINESS-DAY-AGING
               STRING "  OPEN ITEM AGE IN BUSINESS DAYS, LATE OVER "
                   OPEN-ITEM-LATE-DAYS
                   DELIMITED BY SIZE INTO OUTREACH-REPORT-LINE
           ELSE
               STRING "  OPEN ITEM AGE IN CALENDAR DAYS, LATE OVER "
                   OPEN-ITEM-LATE-DAYS
                   DELIMITED BY SIZE INTO OUTREACH-REPORT-LINE
           END-IF.
           WRITE OUTREACH-REPORT-LINE.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-REASON-COUNT
               ADD 1 TO WS-IX
               MOVE SPACES TO OUTREACH-REPORT-LINE
               STRING "  " WS-REASON-NAME(WS-IX)
                   "  OPEN: " WS-OPEN-COUNT(WS-IX)
                   "  WORKED: " WS-WORKED-TALLY(WS-IX)
                   "  LATE: " WS-LATE-COUNT(WS-IX)
                   "  OLDEST: " WS-OLDEST-AGE(WS-IX)
                   DELIMITED BY SIZE INTO OUTREACH-REPORT-LINE
               WRITE OUTREACH-REPORT-LINE
               DISPLAY OUTREACH-REPORT-LINE
           END-PERFORM.
           CLOSE OUTREACH-REPORT-FILE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "OUTREACH" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "OUTREACH".
