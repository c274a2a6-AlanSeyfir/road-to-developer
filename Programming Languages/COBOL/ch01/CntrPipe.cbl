       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CNTRPIPE".
       AUTHOR.     ALAN GARCIA.
      *Monthly contract renewal and utilization pipeline for the
      *account managers. Every contract on CONTRACT.DAT whose term
      *ends within the next 90 days is listed in 30, 60 and 90-day
      *bands with the screenings done so far in the term against
      *the volume cap and the volume the current run rate reaches
      *by term end. In-term contracts already past 80% of their
      *cap are listed whatever their end date, and contracts whose
      *term has ended without a renewal are listed last, so none
      *lapses unnoticed until invoicing flags it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-CLIENT-CODE
               FILE STATUS IS WS-CONTRACT-FS.
           SELECT BILLABLE-EVENT-FILE ASSIGN TO "BILLEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-FS.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNT-CODE
               FILE STATUS IS WS-CLIENT-FS.
           SELECT PIPELINE-REPORT-FILE ASSIGN TO "CNTRPIPE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
           COPY "CONTREC.cpy".

       FD BILLABLE-EVENT-FILE.
           COPY "BILLREC.cpy".

       FD CLIENT-FILE.
           COPY "CLNTREC.cpy".

       FD PIPELINE-REPORT-FILE.
       01 PIPELINE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONTRACT-FS PIC XX.
       01 WS-BILL-FS PIC XX.
       01 WS-CLIENT-FS PIC XX.
       01 WS-CLIENT-OPEN-SW PIC X VALUE "N".
           88 CLIENT-FILE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-FOUND-SW PIC X.
           88 SLOT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-ASOF-ENTRY PIC 9(8).
       01 WS-ASOF-DAYNUM PIC 9(7).
       01 WS-FROM-DAYNUM PIC 9(7).
       01 WS-TO-DAYNUM PIC 9(7).
       01 WS-ELAPSED-DAYS PIC S9(7).
       01 WS-TERM-DAYS PIC S9(7).
       01 CONTRACT-TABLE-MAX PIC 99 VALUE 50.
       01 WS-CONTRACT-COUNT PIC 99 VALUE ZERO.
      *Band 1 to 3 is the 30, 60 or 90-day renewal window; 0 is a
      *term already ended; 9 is further out than 90 days.
       01 WS-CONTRACT-TABLE.
           05 WS-CONTRACT-ROW OCCURS 50 TIMES.
               10 WS-CN-CLIENT PIC X(3).
               10 WS-CN-TERM-FROM PIC 9(8).
               10 WS-CN-TERM-TO PIC 9(8).
               10 WS-CN-CAP PIC 9(5).
               10 WS-CN-USED PIC S9(7).
               10 WS-CN-PROJECTED PIC S9(7).
               10 WS-CN-PERCENT PIC 9(5).
               10 WS-CN-DAYS-LEFT PIC S9(7).
               10 WS-CN-BAND PIC 9.
                   88 WS-CN-LAPSED VALUE 0.
                   88 WS-CN-BEYOND-WINDOW VALUE 9.
       01 WS-IX PIC 99.
       01 WS-BAND PIC 9.
       01 WS-BAND-LISTED PIC 9(4).
       01 CAP-WARNING-PERCENT PIC 999 VALUE 80.
       01 WS-PIPELINE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-WATCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LAPSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CLIENT-NAME PIC X(24).
       01 WS-MANAGER-NAME PIC X(20).
       01 WS-FLAG-TEXT PIC X(24).
       01 WS-USED-DISP PIC -ZZZZZ9.
       01 WS-CAP-DISP PIC ZZZZ9.
       01 WS-PROJ-DISP PIC -ZZZZZ9.
       01 WS-PCT-DISP PIC ZZZZ9.
       01 WS-DAYS-DISP PIC -ZZZZ9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "CONTRACT RENEWAL AND UTILIZATION PIPELINE".
           DISPLAY "As-of date (YYYYMMDD, 0 for today): ".
           ACCEPT WS-ASOF-ENTRY.
           IF WS-ASOF-ENTRY = ZERO
               ACCEPT WS-ASOF-ENTRY FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-ASOF-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-ENTRY).
           OPEN INPUT CONTRACT-FILE.
           IF WS-CONTRACT-FS NOT = "00"
               DISPLAY "Cannot open CONTRACT.DAT, status: ",
                   WS-CONTRACT-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "CONTRACT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CONTRACT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               GOBACK
           END-IF.
           PERFORM 0200-LOAD-CONTRACTS.
           CLOSE CONTRACT-FILE.
           PERFORM 0300-COUNT-SCREENINGS.
           PERFORM 0400-PROJECT-VOLUMES.
           OPEN INPUT CLIENT-FILE.
           IF WS-CLIENT-FS = "00"
               SET CLIENT-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PIPELINE-REPORT-FILE.
           PERFORM 0500-WRITE-PIPELINE.
           PERFORM 0600-WRITE-CAP-WATCH.
           PERFORM 0700-WRITE-LAPSED.
           CLOSE PIPELINE-REPORT-FILE.
           IF CLIENT-FILE-IS-OPEN
               CLOSE CLIENT-FILE
           END-IF.
           DISPLAY "Expiring within 90 days: ", WS-PIPELINE-COUNT.
           DISPLAY "Past 80% of cap:         ", WS-WATCH-COUNT.
           DISPLAY "Lapsed, not renewed:     ", WS-LAPSED-COUNT.
           DISPLAY "Report written to CNTRPIPE.RPT.".
       GOBACK.

           0200-LOAD-CONTRACTS.
           SET END-OF-FILE-REACHED TO FALSE.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF WS-CONTRACT-COUNT < CONTRACT-TABLE-MAX
                           ADD 1 TO WS-CONTRACT-COUNT
                           MOVE WS-CONTRACT-COUNT TO WS-IX
                           MOVE CONT-CLIENT-CODE TO WS-CN-CLIENT(WS-IX)
                           MOVE CONT-TERM-FROM
                               TO WS-CN-TERM-FROM(WS-IX)
                           MOVE CONT-TERM-TO TO WS-CN-TERM-TO(WS-IX)
                           MOVE CONT-VOLUME-CAP TO WS-CN-CAP(WS-IX)
                           MOVE ZERO TO WS-CN-USED(WS-IX)
                       ELSE
                           DISPLAY "Contract table full - ",
                               CONT-CLIENT-CODE, " not reported."
                       END-IF
               END-READ
           END-PERFORM.

      *Volume used is the net count of screenings dated within
      *the term up to the as-of date - every service type, with
      *a voided reading's reversal taking its charge back off.
           0300-COUNT-SCREENINGS.
           OPEN INPUT BILLABLE-EVENT-FILE.
           IF WS-BILL-FS NOT = "00"
               DISPLAY "Cannot open BILLEVT.DAT, status: ",
                   WS-BILL-FS, " - volumes show as zero."
               MOVE "0300-COUNT-SCREENINGS" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ BILLABLE-EVENT-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           PERFORM 0350-COUNT-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE BILLABLE-EVENT-FILE
           END-IF.

           0350-COUNT-ONE-EVENT.
           SET SLOT-WAS-FOUND TO FALSE.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CONTRACT-COUNT
                   OR SLOT-WAS-FOUND
               ADD 1 TO WS-IX
               IF WS-CN-CLIENT(WS-IX) = BILL-CLIENT-CODE
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF SLOT-WAS-FOUND
               IF BILL-DATE >= WS-CN-TERM-FROM(WS-IX)
                       AND BILL-DATE <= WS-CN-TERM-TO(WS-IX)
                       AND BILL-DATE <= WS-ASOF-ENTRY
                   IF BILL-IS-REVERSAL
                       SUBTRACT 1 FROM WS-CN-USED(WS-IX)
                   ELSE
                       ADD 1 TO WS-CN-USED(WS-IX)
                   END-IF
               END-IF
           END-IF.

      *The run rate is the volume used over the days of the term
      *gone so far, carried to the full term. A term not yet
      *begun has no rate and projects nothing.
           0400-PROJECT-VOLUMES.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CONTRACT-COUNT
               ADD 1 TO WS-IX
               COMPUTE WS-FROM-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-CN-TERM-FROM(WS-IX))
               COMPUTE WS-TO-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-CN-TERM-TO(WS-IX))
               COMPUTE WS-CN-DAYS-LEFT(WS-IX) =
                   WS-TO-DAYNUM - WS-ASOF-DAYNUM
               COMPUTE WS-TERM-DAYS = WS-TO-DAYNUM - WS-FROM-DAYNUM
                   + 1
               COMPUTE WS-ELAPSED-DAYS =
                   WS-ASOF-DAYNUM - WS-FROM-DAYNUM + 1
               IF WS-ELAPSED-DAYS > WS-TERM-DAYS
                   MOVE WS-TERM-DAYS TO WS-ELAPSED-DAYS
               END-IF
               IF WS-ELAPSED-DAYS > ZERO
                   COMPUTE WS-CN-PROJECTED(WS-IX) ROUNDED =
                       WS-CN-USED(WS-IX) * WS-TERM-DAYS
                       / WS-ELAPSED-DAYS
               ELSE
                   MOVE ZERO TO WS-CN-PROJECTED(WS-IX)
               END-IF
               IF WS-CN-CAP(WS-IX) > ZERO
                       AND WS-CN-USED(WS-IX) > ZERO
                   COMPUTE WS-CN-PERCENT(WS-IX) =
                       WS-CN-USED(WS-IX) * 100 / WS-CN-CAP(WS-IX)
               ELSE
                   MOVE ZERO TO WS-CN-PERCENT(WS-IX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-CN-DAYS-LEFT(WS-IX) < ZERO
                       MOVE 0 TO WS-CN-BAND(WS-IX)
                   WHEN WS-CN-DAYS-LEFT(WS-IX) <= 30
                       MOVE 1 TO WS-CN-BAND(WS-IX)
                   WHEN WS-CN-DAYS-LEFT(WS-IX) <= 60
                       MOVE 2 TO WS-CN-BAND(WS-IX)
                   WHEN WS-CN-DAYS-LEFT(WS-IX) <= 90
                       MOVE 3 TO WS-CN-BAND(WS-IX)
                   WHEN OTHER
                       MOVE 9 TO WS-CN-BAND(WS-IX)
               END-EVALUATE
           END-PERFORM.

           0500-WRITE-PIPELINE.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING "CONTRACT RENEWAL PIPELINE AS OF " WS-ASOF-ENTRY
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.
           MOVE ZERO TO WS-BAND.
           PERFORM UNTIL WS-BAND >= 3
               ADD 1 TO WS-BAND
               MOVE SPACES TO PIPELINE-REPORT-LINE
               WRITE PIPELINE-REPORT-LINE
               MOVE SPACES TO PIPELINE-REPORT-LINE
               EVALUATE WS-BAND
                   WHEN 1
                       STRING "TERM ENDS WITHIN 30 DAYS"
                           DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
                   WHEN 2
                       STRING "TERM ENDS IN 31 TO 60 DAYS"
                           DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
                   WHEN OTHER
                       STRING "TERM ENDS IN 61 TO 90 DAYS"
                           DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
               END-EVALUATE
               WRITE PIPELINE-REPORT-LINE
               PERFORM 0800-WRITE-COLUMN-HEADING
               MOVE ZERO TO WS-BAND-LISTED
               MOVE ZERO TO WS-IX
               PERFORM UNTIL WS-IX >= WS-CONTRACT-COUNT
                   ADD 1 TO WS-IX
                   IF WS-CN-BAND(WS-IX) = WS-BAND
                       ADD 1 TO WS-BAND-LISTED
                       ADD 1 TO WS-PIPELINE-COUNT
                       PERFORM 0850-WRITE-CONTRACT-LINE
                   END-IF
               END-PERFORM
               IF WS-BAND-LISTED = ZERO
                   MOVE SPACES TO PIPELINE-REPORT-LINE
                   STRING "  NONE"
                       DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
                   WRITE PIPELINE-REPORT-LINE
               END-IF
           END-PERFORM.

      *Contracts within the renewal window already show their
      *cap position above; this section catches the ones further
      *out that will run out of volume before they run out of
      *term.
           0600-WRITE-CAP-WATCH.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING "IN TERM, PAST 80% OF VOLUME CAP, ENDING AFTER "
               "90 DAYS"
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.
           PERFORM 0800-WRITE-COLUMN-HEADING.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CONTRACT-COUNT
               ADD 1 TO WS-IX
               IF WS-CN-BEYOND-WINDOW(WS-IX)
                       AND WS-CN-PERCENT(WS-IX) >= CAP-WARNING-PERCENT
                   ADD 1 TO WS-WATCH-COUNT
                   PERFORM 0850-WRITE-CONTRACT-LINE
               END-IF
           END-PERFORM.
           IF WS-WATCH-COUNT = ZERO
               MOVE SPACES TO PIPELINE-REPORT-LINE
               STRING "  NONE"
                   DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
               WRITE PIPELINE-REPORT-LINE
           END-IF.

      *A renewal is keyed over the same contract row, so a row
      *whose term has ended is one nobody renewed.
           0700-WRITE-LAPSED.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING "TERM ENDED - NOT RENEWED"
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.
           PERFORM 0800-WRITE-COLUMN-HEADING.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CONTRACT-COUNT
               ADD 1 TO WS-IX
               IF WS-CN-LAPSED(WS-IX)
                   ADD 1 TO WS-LAPSED-COUNT
                   PERFORM 0850-WRITE-CONTRACT-LINE
               END-IF
           END-PERFORM.
           IF WS-LAPSED-COUNT = ZERO
               MOVE SPACES TO PIPELINE-REPORT-LINE
               STRING "  NONE"
                   DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
               WRITE PIPELINE-REPORT-LINE
           END-IF.

           0800-WRITE-COLUMN-HEADING.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING "CLT CLIENT                   ACCOUNT MANAGER     "
               "  TERM END DAYS LEFT    USED   CAP  PCT"
               " PROJECTED"
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.

           0850-WRITE-CONTRACT-LINE.
           PERFORM 0900-GET-CLIENT-NAMES.
           MOVE SPACES TO WS-FLAG-TEXT.
           EVALUATE TRUE
               WHEN WS-CN-CAP(WS-IX) = ZERO
                   MOVE "NO VOLUME CAP" TO WS-FLAG-TEXT
               WHEN WS-CN-PERCENT(WS-IX) >= CAP-WARNING-PERCENT
                   MOVE "PAST 80% OF CAP" TO WS-FLAG-TEXT
               WHEN WS-CN-PROJECTED(WS-IX) > WS-CN-CAP(WS-IX)
                   MOVE "PROJECTED OVER CAP" TO WS-FLAG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-CN-DAYS-LEFT(WS-IX) TO WS-DAYS-DISP.
           MOVE WS-CN-USED(WS-IX) TO WS-USED-DISP.
           MOVE WS-CN-CAP(WS-IX) TO WS-CAP-DISP.
           MOVE WS-CN-PERCENT(WS-IX) TO WS-PCT-DISP.
           MOVE WS-CN-PROJECTED(WS-IX) TO WS-PROJ-DISP.
           MOVE SPACES TO PIPELINE-REPORT-LINE.
           STRING WS-CN-CLIENT(WS-IX) " " WS-CLIENT-NAME " "
               WS-MANAGER-NAME " " WS-CN-TERM-TO(WS-IX) "   "
               WS-DAYS-DISP " " WS-USED-DISP " " WS-CAP-DISP
               WS-PCT-DISP "   " WS-PROJ-DISP "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE.
           WRITE PIPELINE-REPORT-LINE.

           0900-GET-CLIENT-NAMES.
           MOVE "NOT ON CLIENT MASTER" TO WS-CLIENT-NAME.
           MOVE SPACES TO WS-MANAGER-NAME.
           IF CLIENT-FILE-IS-OPEN
               MOVE WS-CN-CLIENT(WS-IX) TO CLNT-CODE
               READ CLIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLNT-LEGAL-NAME TO WS-CLIENT-NAME
                       MOVE CLNT-ACCOUNT-MGR TO WS-MANAGER-NAME
               END-READ
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "CNTRPIPE" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CNTRPIPE".
