       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ERRDAILY".
       AUTHOR.     ALAN GARCIA.
      *Daily file-error report. Lists every row the central error
      *log took on one day and ties each to the run it happened
      *in: the run-control row for that program whose start and
      *end times bracket the error gives the business date the
      *run was for and whether it completed. A run that went past
      *midnight is still matched the next morning. An error with
      *no bracketing run is matched to an earlier attempt the same
      *day if the run was restarted, or shown as outside any
      *controlled run - an interactive program, most often. The
      *report closes with counts by severity. Return code 4 when
      *there is anything to list.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-FS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-FS.
           SELECT ERROR-REPORT-FILE ASSIGN TO "ERRDAILY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ERROR-LOG-FILE.
           COPY "ERRLREC.cpy".

       FD RUN-CONTROL-FILE.
           COPY "RUNCTLRC.cpy".

       FD ERROR-REPORT-FILE.
       01 ERROR-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-FS PIC XX.
       01 WS-RUNCTL-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-PRIOR-DATE PIC 9(8).
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WARNING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SEVERE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IN-RUN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-RUN-COUNT PIC 9(5) VALUE ZERO.
      *Only runs that started on the report date or the day before
      *can hold one of its errors, so just those rows are kept.
       01 RUN-TABLE-MAX PIC 9(3) VALUE 300.
       01 WS-RUN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 300 TIMES.
               10 WS-RT-JOB-NAME PIC X(8).
               10 WS-RT-BUSINESS-DATE PIC 9(8).
               10 WS-RT-STATUS PIC X.
               10 WS-RT-RUN-DATE PIC 9(8).
               10 WS-RT-START-TIME PIC 9(6).
               10 WS-RT-END-TIME PIC 9(6).
       01 WS-RX PIC 9(3).
       01 WS-MATCH-RX PIC 9(3).
       01 WS-MATCH-SW PIC X.
           88 RUN-IN-WINDOW VALUE "W".
           88 RUN-EARLIER-ATTEMPT VALUE "A".
           88 RUN-NOT-FOUND VALUE "N".
       01 WS-RUN-STATUS-WORD PIC X(9).
       01 WS-RUN-NOTE PIC X(30).

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "DAILY FILE-ERROR REPORT".
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Report for which date (YYYYMMDD): "
               ACCEPT WS-REPORT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE) = ZERO
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Not a valid date."
               END-IF
           END-PERFORM.
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 1).
           PERFORM 0200-LOAD-RUNS.
           OPEN OUTPUT ERROR-REPORT-FILE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING "FILE ERRORS LOGGED ON " WS-REPORT-DATE
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING "TIME    PROGRAM   SEV STATUS  FILE"
               "                            PARAGRAPH"
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           PERFORM 0300-SCAN-ERROR-LOG.
           IF WS-LISTED-COUNT = ZERO
               MOVE SPACES TO ERROR-REPORT-LINE
               MOVE "  NO FILE ERRORS WERE LOGGED THIS DAY"
                   TO ERROR-REPORT-LINE
               WRITE ERROR-REPORT-LINE
           END-IF.
           PERFORM 0600-WRITE-TOTALS.
           CLOSE ERROR-REPORT-FILE.
           DISPLAY "File errors listed: ", WS-LISTED-COUNT.
           DISPLAY "Report ERRDAILY.RPT.".
           IF WS-LISTED-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *No run-control file just means every error shows as outside
      *a controlled run.
           0200-LOAD-RUNS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ RUN-CONTROL-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF (RUNCTL-RUN-DATE = WS-REPORT-DATE
                                   OR RUNCTL-RUN-DATE = WS-PRIOR-DATE)
                                   AND WS-RUN-COUNT < RUN-TABLE-MAX
                               PERFORM 0250-KEEP-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

           0250-KEEP-ONE-RUN.
           ADD 1 TO WS-RUN-COUNT.
           MOVE RUNCTL-JOB-NAME TO WS-RT-JOB-NAME(WS-RUN-COUNT).
           MOVE RUNCTL-BUSINESS-DATE
               TO WS-RT-BUSINESS-DATE(WS-RUN-COUNT).
           MOVE RUNCTL-STATUS TO WS-RT-STATUS(WS-RUN-COUNT).
           MOVE RUNCTL-RUN-DATE TO WS-RT-RUN-DATE(WS-RUN-COUNT).
           MOVE RUNCTL-START-TIME TO WS-RT-START-TIME(WS-RUN-COUNT).
           MOVE RUNCTL-END-TIME TO WS-RT-END-TIME(WS-RUN-COUNT).

      *No error log yet simply means nothing has gone wrong.
           0300-SCAN-ERROR-LOG.
           OPEN INPUT ERROR-LOG-FILE.
           IF WS-ERRLOG-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ ERROR-LOG-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF ERRL-DATE = WS-REPORT-DATE
                               PERFORM 0350-LIST-ONE-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERROR-LOG-FILE
           END-IF.

           0350-LIST-ONE-ERROR.
           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE TRUE
               WHEN ERRL-IS-WARNING
                   ADD 1 TO WS-WARNING-COUNT
               WHEN ERRL-IS-SEVERE
                   ADD 1 TO WS-SEVERE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           PERFORM 0400-FIND-RUN.
           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING ERRL-TIME "  " ERRL-PROGRAM "  " ERRL-SEVERITY
               "   " ERRL-STATUS "      " ERRL-FILE-NAME
               "  " ERRL-PARAGRAPH
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           IF RUN-NOT-FOUND
               ADD 1 TO WS-NO-RUN-COUNT
               STRING "        KEY " ERRL-KEY-VALUE
                   "  NOT IN A CONTROLLED RUN"
                   DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           ELSE
               ADD 1 TO WS-IN-RUN-COUNT
               IF WS-RT-STATUS(WS-MATCH-RX) = "C"
                   MOVE "COMPLETED" TO WS-RUN-STATUS-WORD
               ELSE
                   MOVE "STARTED" TO WS-RUN-STATUS-WORD
               END-IF
               IF RUN-EARLIER-ATTEMPT
                   MOVE "  EARLIER ATTEMPT OF THIS RUN" TO WS-RUN-NOTE
               ELSE
                   MOVE SPACES TO WS-RUN-NOTE
               END-IF
               STRING "        KEY " ERRL-KEY-VALUE
                   "  RUN FOR " WS-RT-BUSINESS-DATE(WS-MATCH-RX)
                   " " WS-RUN-STATUS-WORD
                   " " WS-RT-START-TIME(WS-MATCH-RX)
                   "-" WS-RT-END-TIME(WS-MATCH-RX)
                   WS-RUN-NOTE
                   DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           END-IF.
           WRITE ERROR-REPORT-LINE.

      *A run brackets the error when it started on the report date
      *at or before the error and had not ended by then, or started
      *the night before and ran on past midnight. Where a rerun
      *overwrote the start time, the same day's row is the best
      *there is. The latest-starting match wins.
           0400-FIND-RUN.
           SET RUN-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-MATCH-RX.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= WS-RUN-COUNT
               ADD 1 TO WS-RX
               IF WS-RT-JOB-NAME(WS-RX) = ERRL-PROGRAM
                   PERFORM 0450-CHECK-ONE-RUN
               END-IF
           END-PERFORM.

           0450-CHECK-ONE-RUN.
           EVALUATE TRUE
               WHEN WS-RT-RUN-DATE(WS-RX) = WS-REPORT-DATE
                       AND WS-RT-START-TIME(WS-RX) <= ERRL-TIME
                       AND (WS-RT-END-TIME(WS-RX) = ZERO
                       OR WS-RT-END-TIME(WS-RX) >= ERRL-TIME
                       OR WS-RT-END-TIME(WS-RX)
                           < WS-RT-START-TIME(WS-RX))
                   IF NOT RUN-IN-WINDOW
                       SET RUN-IN-WINDOW TO TRUE
                       MOVE WS-RX TO WS-MATCH-RX
                   ELSE
                       IF WS-RT-RUN-DATE(WS-MATCH-RX) < WS-REPORT-DATE
                               OR WS-RT-START-TIME(WS-RX)
                                   > WS-RT-START-TIME(WS-MATCH-RX)
                           MOVE WS-RX TO WS-MATCH-RX
                       END-IF
                   END-IF
               WHEN WS-RT-RUN-DATE(WS-RX) = WS-PRIOR-DATE
                       AND WS-RT-END-TIME(WS-RX) > ZERO
                       AND WS-RT-END-TIME(WS-RX)
                           < WS-RT-START-TIME(WS-RX)
                       AND WS-RT-END-TIME(WS-RX) >= ERRL-TIME
                   IF NOT RUN-IN-WINDOW
                       SET RUN-IN-WINDOW TO TRUE
                       MOVE WS-RX TO WS-MATCH-RX
                   END-IF
               WHEN WS-RT-RUN-DATE(WS-RX) = WS-REPORT-DATE
                   IF RUN-NOT-FOUND
                       SET RUN-EARLIER-ATTEMPT TO TRUE
                       MOVE WS-RX TO WS-MATCH-RX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           0600-WRITE-TOTALS.
           MOVE SPACES TO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE "ERRORS BY SEVERITY" TO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING "  S  COULD NOT OPEN A FILE       " WS-SEVERE-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING "  E  RECORD NOT WRITTEN/CHANGED  " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING "  W  FILE ABSENT OR DUPLICATE    " WS-WARNING-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING "  TOTAL                          " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING "  IN A CONTROLLED RUN            " WS-IN-RUN-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING "  OUTSIDE ANY CONTROLLED RUN     " WS-NO-RUN-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE.
           WRITE ERROR-REPORT-LINE.
       END PROGRAM "ERRDAILY".
