       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SURVRPT".
       AUTHOR.     ALAN GARCIA.
      *Satisfaction survey report for sponsor renewals. For the
      *surveys sent on readings in a date range - one client or all
      *- shows surveys sent and returned, the average wait-time,
      *courtesy and clarity scores, and the net-promoter figure
      *(percent promoters, 9-10, less percent detractors, 0-6, of
      *those returned), overall and then by event, by site and by
      *screening operator. Averages leave out skipped questions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-FILE ASSIGN TO "SURVEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SURV-KEY
               FILE STATUS IS WS-SURVEY-FS.
           SELECT SURVEY-REPORT-FILE ASSIGN TO "SURVRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SURVEY-FILE.
           COPY "SURVREC.cpy".

       FD SURVEY-REPORT-FILE.
       01 SURVEY-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SURVEY-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-SURVEYS VALUE "Y" FALSE "N".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-FOUND-SW PIC X VALUE "N".
           88 ROW-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-SELECTED-COUNT PIC 9(6) VALUE ZERO.
      *One breakdown per heading: overall, event, site, operator.
      *A breakdown with more distinct values than rows lumps the
      *rest into its last row so the totals still foot.
       01 BREAKDOWN-COUNT PIC 9 VALUE 4.
       01 BREAKDOWN-ROW-MAX PIC 99 VALUE 60.
       01 WS-BX PIC 9.
       01 WS-RX PIC 99.
       01 WS-ROW-KEY PIC X(20).
       01 WS-BREAKDOWN-NAMES.
           05 FILLER PIC X(12) VALUE "OVERALL".
           05 FILLER PIC X(12) VALUE "BY EVENT".
           05 FILLER PIC X(12) VALUE "BY SITE".
           05 FILLER PIC X(12) VALUE "BY OPERATOR".
       01 WS-BREAKDOWN-NAME-TABLE REDEFINES WS-BREAKDOWN-NAMES.
           05 WS-BREAKDOWN-NAME PIC X(12) OCCURS 4 TIMES.
       01 WS-BREAKDOWNS.
           05 WS-BREAKDOWN OCCURS 4 TIMES.
               10 WS-BD-USED PIC 99.
               10 WS-BD-ROW OCCURS 60 TIMES.
                   15 WS-BD-KEY PIC X(20).
                   15 WS-BD-SENT PIC 9(5).
                   15 WS-BD-RETURNED PIC 9(5).
                   15 WS-BD-WAIT-SUM PIC 9(6).
                   15 WS-BD-WAIT-COUNT PIC 9(5).
                   15 WS-BD-COURTESY-SUM PIC 9(6).
                   15 WS-BD-COURTESY-COUNT PIC 9(5).
                   15 WS-BD-CLARITY-SUM PIC 9(6).
                   15 WS-BD-CLARITY-COUNT PIC 9(5).
                   15 WS-BD-PROMOTERS PIC 9(5).
                   15 WS-BD-DETRACTORS PIC 9(5).
       01 WS-AVERAGE PIC 9V9.
       01 WS-WAIT-DISP PIC 9.9.
       01 WS-COURTESY-DISP PIC 9.9.
       01 WS-CLARITY-DISP PIC 9.9.
       01 WS-NPS PIC S999.
       01 WS-NPS-DISP PIC -ZZ9.

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SATISFACTION SURVEY REPORT".
           PERFORM 0110-GET-SELECTION.
           OPEN INPUT SURVEY-FILE.
           IF WS-SURVEY-FS NOT = "00"
               DISPLAY "No surveys on file."
           ELSE
               INITIALIZE WS-BREAKDOWNS
               SET END-OF-SURVEYS TO FALSE
               PERFORM UNTIL END-OF-SURVEYS
                   READ SURVEY-FILE NEXT RECORD
                       AT END
                           SET END-OF-SURVEYS TO TRUE
                       NOT AT END
                           PERFORM 0150-SELECT-SURVEY
                   END-READ
               END-PERFORM
               CLOSE SURVEY-FILE
               PERFORM 0500-WRITE-REPORT
               DISPLAY "Report written to SURVRPT.RPT for ",
                   WS-SELECTED-COUNT, " survey(s)."
           END-IF.
       GOBACK.

           0110-GET-SELECTION.
           DISPLAY "Employer client code (blank for all): ".
           MOVE SPACES TO WS-CLIENT-ENTRY.
           ACCEPT WS-CLIENT-ENTRY.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Readings from date (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               DISPLAY "Readings to date (YYYYMMDD): "
               ACCEPT WS-TO-DATE
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE)
                           NOT = ZERO
                       DISPLAY "From date is not valid."
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE)
                           NOT = ZERO
                       DISPLAY "To date is not valid."
                   WHEN WS-TO-DATE < WS-FROM-DATE
                       DISPLAY "To date is before from date."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

           0150-SELECT-SURVEY.
           IF SURV-READING-DATE >= WS-FROM-DATE
                   AND SURV-READING-DATE <= WS-TO-DATE
               IF WS-CLIENT-ENTRY = SPACES
                       OR SURV-CLIENT-CODE = WS-CLIENT-ENTRY
                   PERFORM 0200-COUNT-ONE-SURVEY
               END-IF
           END-IF.

           0200-COUNT-ONE-SURVEY.
           ADD 1 TO WS-SELECTED-COUNT.
           MOVE 1 TO WS-BX.
           PERFORM UNTIL WS-BX > BREAKDOWN-COUNT
               EVALUATE WS-BX
                   WHEN 1
                       MOVE "ALL SURVEYS" TO WS-ROW-KEY
                   WHEN 2
                       IF SURV-EVENT-CODE = SPACES
                           MOVE "WALK-IN" TO WS-ROW-KEY
                       ELSE
                           MOVE SURV-EVENT-CODE TO WS-ROW-KEY
                       END-IF
                   WHEN 3
                       MOVE SURV-SITE TO WS-ROW-KEY
                   WHEN OTHER
                       IF SURV-OPERATOR-ID = SPACES
                           MOVE "NOT RECORDED" TO WS-ROW-KEY
                       ELSE
                           MOVE SURV-OPERATOR-ID TO WS-ROW-KEY
                       END-IF
               END-EVALUATE
               PERFORM 0250-FIND-ROW
               PERFORM 0300-ADD-TO-ROW
               ADD 1 TO WS-BX
           END-PERFORM.

           0250-FIND-ROW.
           SET ROW-WAS-FOUND TO FALSE.
           MOVE 1 TO WS-RX.
           PERFORM UNTIL WS-RX > WS-BD-USED(WS-BX) OR ROW-WAS-FOUND
               IF WS-BD-KEY(WS-BX, WS-RX) = WS-ROW-KEY
                   SET ROW-WAS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RX
               END-IF
           END-PERFORM.
           IF NOT ROW-WAS-FOUND
               IF WS-BD-USED(WS-BX) < BREAKDOWN-ROW-MAX - 1
                   ADD 1 TO WS-BD-USED(WS-BX)
                   MOVE WS-BD-USED(WS-BX) TO WS-RX
                   MOVE WS-ROW-KEY TO WS-BD-KEY(WS-BX, WS-RX)
               ELSE
                   MOVE BREAKDOWN-ROW-MAX TO WS-RX
                   MOVE BREAKDOWN-ROW-MAX TO WS-BD-USED(WS-BX)
                   MOVE "ALL OTHERS" TO WS-BD-KEY(WS-BX, WS-RX)
               END-IF
           END-IF.

           0300-ADD-TO-ROW.
           ADD 1 TO WS-BD-SENT(WS-BX, WS-RX).
           IF SURV-IS-RETURNED
               ADD 1 TO WS-BD-RETURNED(WS-BX, WS-RX)
               IF SURV-WAIT-SCORE > ZERO
                   ADD SURV-WAIT-SCORE
                       TO WS-BD-WAIT-SUM(WS-BX, WS-RX)
                   ADD 1 TO WS-BD-WAIT-COUNT(WS-BX, WS-RX)
               END-IF
               IF SURV-COURTESY-SCORE > ZERO
                   ADD SURV-COURTESY-SCORE
                       TO WS-BD-COURTESY-SUM(WS-BX, WS-RX)
                   ADD 1 TO WS-BD-COURTESY-COUNT(WS-BX, WS-RX)
               END-IF
               IF SURV-CLARITY-SCORE > ZERO
                   ADD SURV-CLARITY-SCORE
                       TO WS-BD-CLARITY-SUM(WS-BX, WS-RX)
                   ADD 1 TO WS-BD-CLARITY-COUNT(WS-BX, WS-RX)
               END-IF
               EVALUATE TRUE
                   WHEN SURV-IS-PROMOTER
                       ADD 1 TO WS-BD-PROMOTERS(WS-BX, WS-RX)
                   WHEN SURV-IS-DETRACTOR
                       ADD 1 TO WS-BD-DETRACTORS(WS-BX, WS-RX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           0500-WRITE-REPORT.
           OPEN OUTPUT SURVEY-REPORT-FILE.
           MOVE SPACES TO SURVEY-REPORT-LINE.
           IF WS-CLIENT-ENTRY = SPACES
               STRING "SATISFACTION SURVEYS - ALL CLIENTS - READINGS "
                   WS-FROM-DATE " TO " WS-TO-DATE
                   DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
           ELSE
               STRING "SATISFACTION SURVEYS - CLIENT "
                   WS-CLIENT-ENTRY " - READINGS "
                   WS-FROM-DATE " TO " WS-TO-DATE
                   DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
           END-IF.
           WRITE SURVEY-REPORT-LINE.
           MOVE SPACES TO SURVEY-REPORT-LINE.
           STRING "SCORES 1-5; NET PROMOTER = % SCORING 9-10 LESS "
               "% SCORING 0-6 OF THOSE RETURNED"
               DELIMITED BY SIZE INTO SURVEY-REPORT-LINE.
           WRITE SURVEY-REPORT-LINE.
           MOVE 1 TO WS-BX.
           PERFORM UNTIL WS-BX > BREAKDOWN-COUNT
               MOVE SPACES TO SURVEY-REPORT-LINE
               WRITE SURVEY-REPORT-LINE
               MOVE SPACES TO SURVEY-REPORT-LINE
               STRING WS-BREAKDOWN-NAME(WS-BX) "         "
                   "SENT  RETURNED  WAIT COURTESY CLARITY  NPS"
                   DELIMITED BY SIZE INTO SURVEY-REPORT-LINE
               WRITE SURVEY-REPORT-LINE
               MOVE 1 TO WS-RX
               PERFORM UNTIL WS-RX > WS-BD-USED(WS-BX)
                   PERFORM 0550-WRITE-ONE-ROW
                   ADD 1 TO WS-RX
               END-PERFORM
               ADD 1 TO WS-BX
           END-PERFORM.
           CLOSE SURVEY-REPORT-FILE.

           0550-WRITE-ONE-ROW.
           MOVE ZERO TO WS-AVERAGE.
           IF WS-BD-WAIT-COUNT(WS-BX, WS-RX) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-BD-WAIT-SUM(WS-BX, WS-RX)
                   / WS-BD-WAIT-COUNT(WS-BX, WS-RX)
           END-IF.
           MOVE WS-AVERAGE TO WS-WAIT-DISP.
           MOVE ZERO TO WS-AVERAGE.
           IF WS-BD-COURTESY-COUNT(WS-BX, WS-RX) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-BD-COURTESY-SUM(WS-BX, WS-RX)
                   / WS-BD-COURTESY-COUNT(WS-BX, WS-RX)
           END-IF.
           MOVE WS-AVERAGE TO WS-COURTESY-DISP.
           MOVE ZERO TO WS-AVERAGE.
           IF WS-BD-CLARITY-COUNT(WS-BX, WS-RX) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-BD-CLARITY-SUM(WS-BX, WS-RX)
                   / WS-BD-CLARITY-COUNT(WS-BX, WS-RX)
           END-IF.
           MOVE WS-AVERAGE TO WS-CLARITY-DISP.
           MOVE ZERO TO WS-NPS.
           IF WS-BD-RETURNED(WS-BX, WS-RX) > ZERO
               COMPUTE WS-NPS ROUNDED =
                   (WS-BD-PROMOTERS(WS-BX, WS-RX)
                   - WS-BD-DETRACTORS(WS-BX, WS-RX)) * 100
                   / WS-BD-RETURNED(WS-BX, WS-RX)
           END-IF.
           MOVE WS-NPS TO WS-NPS-DISP.
           MOVE SPACES TO SURVEY-REPORT-LINE.
           STRING "  " WS-BD-KEY(WS-BX, WS-RX) " "
               WS-BD-SENT(WS-BX, WS-RX) "  "
               WS-BD-RETURNED(WS-BX, WS-RX) "     "
               WS-WAIT-DISP "    " WS-COURTESY-DISP "     "
               WS-CLARITY-DISP "  " WS-NPS-DISP
               DELIMITED BY SIZE INTO SURVEY-REPORT-LINE.
           WRITE SURVEY-REPORT-LINE.
       END PROGRAM "SURVRPT".
