      *records scheduled, attended, declined or unreachable against
      *each open referral; and the aging report lists referrals
      *still open past 30, 60 and 90 days so clinical follow-
      *through stops depending on memory. The provider report
      *shows, for each provider the referral letters routed
      *members to, how those referrals turned out. Aging counts
      *calendar days, or business days when asked - weekends and
      *company-wide holidays on the business calendar left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-REPORT-FILE ASSIGN TO "REFAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT PROVIDER-FILE ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-ID
               FILE STATUS IS WS-PROVIDER-FS.
           SELECT PROVIDER-REPORT-FILE ASSIGN TO "REFPROV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE PIC X(100).

       FD PROVIDER-FILE.
           COPY "PROVREC.cpy".

       FD PROVIDER-REPORT-FILE.
       01 PROVIDER-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REFER-FS PIC XX.
       01 WS-REFSTAT-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-PROVIDER-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 BUILD-MODE-CHOSEN VALUE "B" "b".
           88 DISP-MODE-CHOSEN VALUE "D" "d".
           88 AGING-MODE-CHOSEN VALUE "A" "a".
           88 PROVIDER-MODE-CHOSEN VALUE "P" "p".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-OVER-60 PIC 9(5) VALUE ZERO.
       01 WS-OVER-90 PIC 9(5) VALUE ZERO.
       01 WS-BUCKET-TEXT PIC X(8).
       01 WS-AGING-BASIS PIC X VALUE "C".
           88 BUSINESS-DAY-AGING VALUE "B" "b".
           COPY "CALNREQ.cpy".
       01 WS-BMI-DISPLAY PIC ZZ9.99.

      *Outcome counts by routed provider; referrals not yet routed
      *are counted on a blank provider line of their own.
       01 WS-PROVIDER-TABLE.
           05 WS-PROV-ENTRY OCCURS 200 TIMES.
               10 WS-PT-PROVIDER PIC X(6).
               10 WS-PT-ROUTED PIC 9(5).
               10 WS-PT-OPEN PIC 9(5).
               10 WS-PT-SCHEDULED PIC 9(5).
               10 WS-PT-ATTENDED PIC 9(5).
               10 WS-PT-DECLINED PIC 9(5).
               10 WS-PT-UNREACHABLE PIC 9(5).
       01 WS-PROV-USED PIC 999 VALUE ZERO.
       01 WS-PROV-SUB PIC 999.
       01 WS-PROV-FOUND-SW PIC X.
           88 PROVIDER-SLOT-FOUND VALUE "Y" FALSE "N".
       01 WS-PROV-NAME PIC X(30).
       01 WS-PROV-OPEN-SW PIC X VALUE "N".
           88 DIRECTORY-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-ATTEND-PCT PIC ZZ9.
           COPY "AUTHREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
                   PERFORM 0200-BUILD-FROM-TRIGGERS
               WHEN DISP-MODE-CHOSEN
                   PERFORM 0400-WORK-DISPOSITIONS
               WHEN PROVIDER-MODE-CHOSEN
                   PERFORM 0800-OUTCOMES-BY-PROVIDER
               WHEN OTHER
                   PERFORM 0700-AGE-OPEN-REFERRALS
           END-EVALUATE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(B)uild from triggers, (D)isposition "
                   "entry, (A)ging report, or (P)rovider "
                   "outcomes: "
               ACCEPT WS-MODE-CHOICE
               IF BUILD-MODE-CHOSEN OR DISP-MODE-CHOSEN
                       OR AGING-MODE-CHOSEN OR PROVIDER-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter B, D, A or P."
               END-IF
           END-PERFORM.

           IF WS-REFER-FS NOT = "00"
               DISPLAY "No trigger file on hand, status: ",
                   WS-REFER-FS
               MOVE "0200-BUILD-FROM-TRIGGERS" TO ERRL-REQ-PARAGRAPH
               MOVE "REFERRAL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REFER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0150-OPEN-STATUS-IO
               SET END-OF-FILE-REACHED TO FALSE
                   MOVE SPACE TO REFS-DISPOSITION
                   MOVE ZERO TO REFS-DISP-DATE
                   MOVE SPACES TO REFS-DISP-BY
                   MOVE SPACES TO REFS-PROVIDER-ID
                   MOVE ZERO TO REFS-ROUTED-DATE
                   WRITE REFERRAL-STATUS-RECORD
                   IF WS-REFSTAT-FS = "00"
                       ADD 1 TO WS-BUILT-COUNT
           IF WS-REFSTAT-FS NOT = "00"
               DISPLAY "Cannot open REFSTAT.DAT, status: ",
                   WS-REFSTAT-FS
               MOVE "0420-WORK-OPEN-ROWS" TO ERRL-REQ-PARAGRAPH
               MOVE "REFSTAT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REFSTAT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               SET END-OF-FILE-REACHED TO FALSE
               FUNCTION TRIM(MEMBER-NAME),
               "  triggered ", REFS-TRIGGER-DATE,
               "  BMI ", WS-BMI-DISPLAY.
           IF REFS-PROVIDER-ID NOT = SPACES
               DISPLAY "  Routed to provider ", REFS-PROVIDER-ID,
                   " on ", REFS-ROUTED-DATE
           END-IF.
           IF REFS-DISPOSITION NOT = SPACE
               DISPLAY "  Last disposition: ", REFS-DISPOSITION,
                   " on ", REFS-DISP-DATE
               ELSE
                   DISPLAY "Could not update referral, status: ",
                       WS-REFSTAT-FS
                   MOVE "0450-WORK-ONE-ROW" TO ERRL-REQ-PARAGRAPH
                   MOVE "REFSTAT.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-REFSTAT-FS TO ERRL-REQ-STATUS
                   MOVE REFS-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

           IF WS-REFSTAT-FS NOT = "00"
               DISPLAY "No referral status file, status: ",
                   WS-REFSTAT-FS
               MOVE "0700-AGE-OPEN-REFERRALS" TO ERRL-REQ-PARAGRAPH
               MOVE "REFSTAT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REFSTAT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               DISPLAY "Age in (C)alendar or (B)usiness days: "
               ACCEPT WS-AGING-BASIS
               OPEN OUTPUT AGING-REPORT-FILE
               IF BUSINESS-DAY-AGING
                   MOVE "OPEN REFERRALS BY AGE IN BUSINESS DAYS"
                       TO AGING-REPORT-LINE
               ELSE
                   MOVE "OPEN REFERRALS BY AGE" TO AGING-REPORT-LINE
               END-IF
               WRITE AGING-REPORT-LINE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
           COMPUTE WS-TRIGGER-INT =
               FUNCTION INTEGER-OF-DATE(REFS-TRIGGER-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-TRIGGER-INT.
           IF BUSINESS-DAY-AGING
               SET CALN-REQ-COUNT-DAYS TO TRUE
               MOVE SPACES TO CALN-REQ-SITE
               MOVE REFS-TRIGGER-DATE TO CALN-REQ-DATE
               MOVE WS-TODAY-DATE TO CALN-REQ-TO-DATE
               CALL "CALNCHK" USING CALN-REQUEST
               MOVE CALN-REQ-DAY-COUNT TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > 30
               MOVE SPACES TO WS-BUCKET-TEXT
               EVALUATE TRUE
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.

           0800-OUTCOMES-BY-PROVIDER.
           OPEN INPUT REFERRAL-STATUS-FILE.
           IF WS-REFSTAT-FS NOT = "00"
               DISPLAY "No referral status file, status: ",
                   WS-REFSTAT-FS
               MOVE "0800-OUTCOMES-BY-PROVIDER" TO ERRL-REQ-PARAGRAPH
               MOVE "REFSTAT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REFSTAT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ REFERRAL-STATUS-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           PERFORM 0850-COUNT-ONE-OUTCOME
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-STATUS-FILE
               PERFORM 0900-WRITE-PROVIDER-REPORT
           END-IF.

           0850-COUNT-ONE-OUTCOME.
           SET PROVIDER-SLOT-FOUND TO FALSE.
           MOVE 1 TO WS-PROV-SUB.
           PERFORM UNTIL WS-PROV-SUB > WS-PROV-USED
                   OR PROVIDER-SLOT-FOUND
               IF WS-PT-PROVIDER(WS-PROV-SUB) = REFS-PROVIDER-ID
                   SET PROVIDER-SLOT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-PROV-SUB
               END-IF
           END-PERFORM.
           IF NOT PROVIDER-SLOT-FOUND
               IF WS-PROV-USED < 200
                   ADD 1 TO WS-PROV-USED
                   MOVE WS-PROV-USED TO WS-PROV-SUB
                   MOVE REFS-PROVIDER-ID
                       TO WS-PT-PROVIDER(WS-PROV-SUB)
                   MOVE ZERO TO WS-PT-ROUTED(WS-PROV-SUB)
                   MOVE ZERO TO WS-PT-OPEN(WS-PROV-SUB)
                   MOVE ZERO TO WS-PT-SCHEDULED(WS-PROV-SUB)
                   MOVE ZERO TO WS-PT-ATTENDED(WS-PROV-SUB)
                   MOVE ZERO TO WS-PT-DECLINED(WS-PROV-SUB)
                   MOVE ZERO TO WS-PT-UNREACHABLE(WS-PROV-SUB)
                   SET PROVIDER-SLOT-FOUND TO TRUE
               END-IF
           END-IF.
           IF PROVIDER-SLOT-FOUND
               ADD 1 TO WS-PT-ROUTED(WS-PROV-SUB)
               IF REFS-IS-OPEN
                   ADD 1 TO WS-PT-OPEN(WS-PROV-SUB)
               END-IF
               EVALUATE TRUE
                   WHEN REFS-WAS-SCHEDULED
                       ADD 1 TO WS-PT-SCHEDULED(WS-PROV-SUB)
                   WHEN REFS-WAS-ATTENDED
                       ADD 1 TO WS-PT-ATTENDED(WS-PROV-SUB)
                   WHEN REFS-WAS-DECLINED
                       ADD 1 TO WS-PT-DECLINED(WS-PROV-SUB)
                   WHEN REFS-WAS-UNREACHABLE
                       ADD 1 TO WS-PT-UNREACHABLE(WS-PROV-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *Attendance is the measure that matters to the clinical
      *team - a provider members are sent to but never see is one
      *to take up with the network.
           0900-WRITE-PROVIDER-REPORT.
           OPEN INPUT PROVIDER-FILE.
           IF WS-PROVIDER-FS = "00"
               SET DIRECTORY-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PROVIDER-REPORT-FILE.
           MOVE "REFERRAL OUTCOMES BY PROVIDER"
               TO PROVIDER-REPORT-LINE.
           WRITE PROVIDER-REPORT-LINE.
           MOVE SPACES TO PROVIDER-REPORT-LINE.
           STRING "PROV   NAME                           REFERRED  "
               "OPEN SCHED ATTND DECLN UNRCH ATT%"
               DELIMITED BY SIZE INTO PROVIDER-REPORT-LINE.
           WRITE PROVIDER-REPORT-LINE.
           MOVE 1 TO WS-PROV-SUB.
           PERFORM UNTIL WS-PROV-SUB > WS-PROV-USED
               PERFORM 0950-WRITE-PROVIDER-LINE
               ADD 1 TO WS-PROV-SUB
           END-PERFORM.
           CLOSE PROVIDER-REPORT-FILE.
           IF DIRECTORY-IS-OPEN
               CLOSE PROVIDER-FILE
           END-IF.
           DISPLAY "Providers reported: ", WS-PROV-USED.
           DISPLAY "Report written to REFPROV.RPT".

           0950-WRITE-PROVIDER-LINE.
           MOVE SPACES TO WS-PROV-NAME.
           IF WS-PT-PROVIDER(WS-PROV-SUB) = SPACES
               MOVE "NOT YET ROUTED" TO WS-PROV-NAME
           ELSE
               IF DIRECTORY-IS-OPEN
                   MOVE WS-PT-PROVIDER(WS-PROV-SUB) TO PROV-ID
                   READ PROVIDER-FILE
                       INVALID KEY
                           MOVE "NOT IN DIRECTORY" TO WS-PROV-NAME
                       NOT INVALID KEY
                           MOVE PROV-NAME TO WS-PROV-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE ZERO TO WS-ATTEND-PCT.
           IF WS-PT-ROUTED(WS-PROV-SUB) > ZERO
               COMPUTE WS-ATTEND-PCT ROUNDED =
                   WS-PT-ATTENDED(WS-PROV-SUB) * 100
                   / WS-PT-ROUTED(WS-PROV-SUB)
           END-IF.
           MOVE SPACES TO PROVIDER-REPORT-LINE.
           STRING WS-PT-PROVIDER(WS-PROV-SUB) " " WS-PROV-NAME
               " " WS-PT-ROUTED(WS-PROV-SUB)
               "    " WS-PT-OPEN(WS-PROV-SUB)
               " " WS-PT-SCHEDULED(WS-PROV-SUB)
               " " WS-PT-ATTENDED(WS-PROV-SUB)
               " " WS-PT-DECLINED(WS-PROV-SUB)
               " " WS-PT-UNREACHABLE(WS-PROV-SUB)
               "  " WS-ATTEND-PCT
               DELIMITED BY SIZE INTO PROVIDER-REPORT-LINE.
           WRITE PROVIDER-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "REFTRACK" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "REFTRACK".
