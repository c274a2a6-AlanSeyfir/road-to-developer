       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OVRDREVW".
       AUTHOR.     ALAN GARCIA.
      *Weekly supervisor override review for compliance sign-off.
      *Lists every override on the shared register for the seven
      *days from the week-beginning date - who authorized it, in
      *which program and at which station, the record it touched
      *and the reason given - then totals them by supervisor and
      *override function. A supervisor with more overrides in the
      *week than the review limit is flagged for the compliance
      *officer to follow up, and the report closes with the
      *sign-off block. Return code 4 when anyone is flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE ASSIGN TO "OVERRIDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-FS.
           SELECT REVIEW-FILE ASSIGN TO "OVRDREVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERRIDE-FILE.
           COPY "OVRDREC.cpy".

       FD REVIEW-FILE.
       01 REVIEW-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OVRD-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-REGISTER VALUE "Y" FALSE "N".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-WEEK-START PIC 9(8).
       01 WS-WEEK-END PIC 9(8).
      *More overrides than this from one supervisor in one week
      *is flagged for the compliance officer.
       01 OVERRIDE-WEEK-LIMIT PIC 99 VALUE 10.
       01 WS-WEEK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(4) VALUE ZERO.

       01 SUMMARY-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-SUMMARY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SUMMARY-TABLE.
           05 WS-SUM-ROW OCCURS 200 TIMES.
               10 WS-SUM-KEY.
                   15 WS-SUM-SUPERVISOR PIC X(8).
                   15 WS-SUM-FUNCTION PIC X(8).
               10 WS-SUM-COUNT PIC 9(5).
       01 WS-HOLD-SUM-ROW PIC X(21).
       01 WS-SX PIC 9(3).
       01 WS-SY PIC 9(3).
       01 WS-FOUND-SW PIC X VALUE "N".
           88 SUMMARY-ROW-FOUND VALUE "Y" FALSE "N".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
           88 SUMMARY-TABLE-FULL VALUE "Y" FALSE "N".
       01 WS-LAST-SUPERVISOR PIC X(8).
       01 WS-SUPERVISOR-TOTAL PIC 9(5).

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "WEEKLY SUPERVISOR OVERRIDE REVIEW".
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Week beginning (YYYYMMDD): "
               ACCEPT WS-WEEK-START
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-START) = ZERO
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Not a valid date."
               END-IF
           END-PERFORM.
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WEEK-START) + 6).
           OPEN OUTPUT REVIEW-FILE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "SUPERVISOR OVERRIDE REVIEW - WEEK " WS-WEEK-START
               " TO " WS-WEEK-END
               DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "DATE     TIME    SUPERVSR  PROGRAM   FUNCTION  "
               "STATION   RECORD"
               DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
           PERFORM 0200-LIST-WEEK.
           IF WS-WEEK-COUNT = ZERO
               MOVE "  NO OVERRIDES RECORDED THIS WEEK" TO REVIEW-LINE
               WRITE REVIEW-LINE
           END-IF.
           IF SUMMARY-TABLE-FULL
               DISPLAY "More supervisor and function pairs than the "
                   "summary holds - the rest are left off it."
           END-IF.
           PERFORM 0400-SORT-SUMMARY.
           PERFORM 0500-WRITE-SUMMARY.
           PERFORM 0600-WRITE-SIGN-OFF.
           CLOSE REVIEW-FILE.
           DISPLAY "Overrides this week: ", WS-WEEK-COUNT,
               "  supervisors over the limit: ", WS-FLAGGED-COUNT.
           DISPLAY "Review OVRDREVW.RPT.".
           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *No register yet simply means no override has been taken.
           0200-LIST-WEEK.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVRD-FS = "00"
               SET END-OF-REGISTER TO FALSE
               PERFORM UNTIL END-OF-REGISTER
                   READ OVERRIDE-FILE
                       AT END
                           SET END-OF-REGISTER TO TRUE
                       NOT AT END
                           IF OVRD-DATE >= WS-WEEK-START
                                   AND OVRD-DATE <= WS-WEEK-END
                               PERFORM 0250-LIST-ONE-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.

           0250-LIST-ONE-OVERRIDE.
           ADD 1 TO WS-WEEK-COUNT.
           MOVE SPACES TO REVIEW-LINE.
           STRING OVRD-DATE " " OVRD-TIME "  " OVRD-SUPERVISOR-ID
               "  " OVRD-PROGRAM "  " OVRD-FUNCTION
               "  " OVRD-STATION-ID "  " OVRD-RECORD-KEY
               DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "                 REASON: " OVRD-REASON
               DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
           PERFORM 0300-ADD-TO-SUMMARY.

           0300-ADD-TO-SUMMARY.
           SET SUMMARY-ROW-FOUND TO FALSE.
           MOVE ZERO TO WS-SX.
           PERFORM UNTIL WS-SX >= WS-SUMMARY-COUNT
                   OR SUMMARY-ROW-FOUND
               ADD 1 TO WS-SX
               IF WS-SUM-SUPERVISOR(WS-SX) = OVRD-SUPERVISOR-ID
                       AND WS-SUM-FUNCTION(WS-SX) = OVRD-FUNCTION
                   SET SUMMARY-ROW-FOUND TO TRUE
                   ADD 1 TO WS-SUM-COUNT(WS-SX)
               END-IF
           END-PERFORM.
           IF NOT SUMMARY-ROW-FOUND
               IF WS-SUMMARY-COUNT < SUMMARY-TABLE-MAX
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE OVRD-SUPERVISOR-ID
                       TO WS-SUM-SUPERVISOR(WS-SUMMARY-COUNT)
                   MOVE OVRD-FUNCTION
                       TO WS-SUM-FUNCTION(WS-SUMMARY-COUNT)
                   MOVE 1 TO WS-SUM-COUNT(WS-SUMMARY-COUNT)
               ELSE
                   SET SUMMARY-TABLE-FULL TO TRUE
               END-IF
           END-IF.

           0400-SORT-SUMMARY.
           MOVE 1 TO WS-SX.
           PERFORM UNTIL WS-SX >= WS-SUMMARY-COUNT
               COMPUTE WS-SY = WS-SX + 1
               PERFORM UNTIL WS-SY > WS-SUMMARY-COUNT
                   IF WS-SUM-KEY(WS-SY) < WS-SUM-KEY(WS-SX)
                       MOVE WS-SUM-ROW(WS-SX) TO WS-HOLD-SUM-ROW
                       MOVE WS-SUM-ROW(WS-SY) TO WS-SUM-ROW(WS-SX)
                       MOVE WS-HOLD-SUM-ROW TO WS-SUM-ROW(WS-SY)
                   END-IF
                   ADD 1 TO WS-SY
               END-PERFORM
               ADD 1 TO WS-SX
           END-PERFORM.

      *One block per supervisor: a line for each kind of override
      *they took, then their week's total against the limit.
           0500-WRITE-SUMMARY.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "OVERRIDES BY SUPERVISOR AND FUNCTION - LIMIT "
               OVERRIDE-WEEK-LIMIT " PER SUPERVISOR PER WEEK"
               DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO WS-LAST-SUPERVISOR.
           MOVE ZERO TO WS-SUPERVISOR-TOTAL.
           MOVE ZERO TO WS-SX.
           PERFORM UNTIL WS-SX >= WS-SUMMARY-COUNT
               ADD 1 TO WS-SX
               IF WS-SUM-SUPERVISOR(WS-SX) NOT = WS-LAST-SUPERVISOR
                   IF WS-SX > 1
                       PERFORM 0550-WRITE-SUPERVISOR-TOTAL
                   END-IF
                   MOVE WS-SUM-SUPERVISOR(WS-SX) TO WS-LAST-SUPERVISOR
                   MOVE ZERO TO WS-SUPERVISOR-TOTAL
                   MOVE SPACES TO REVIEW-LINE
                   WRITE REVIEW-LINE
                   MOVE SPACES TO REVIEW-LINE
                   STRING "  SUPERVISOR " WS-LAST-SUPERVISOR
                       DELIMITED BY SIZE INTO REVIEW-LINE
                   WRITE REVIEW-LINE
               END-IF
               ADD WS-SUM-COUNT(WS-SX) TO WS-SUPERVISOR-TOTAL
               MOVE SPACES TO REVIEW-LINE
               STRING "    " WS-SUM-FUNCTION(WS-SX)
                   "  " WS-SUM-COUNT(WS-SX)
                   DELIMITED BY SIZE INTO REVIEW-LINE
               WRITE REVIEW-LINE
           END-PERFORM.
           IF WS-SUMMARY-COUNT > ZERO
               PERFORM 0550-WRITE-SUPERVISOR-TOTAL
           END-IF.

           0550-WRITE-SUPERVISOR-TOTAL.
           MOVE SPACES TO REVIEW-LINE.
           IF WS-SUPERVISOR-TOTAL > OVERRIDE-WEEK-LIMIT
               ADD 1 TO WS-FLAGGED-COUNT
               STRING "    TOTAL     " WS-SUPERVISOR-TOTAL
                   "  *** OVER THE WEEKLY LIMIT ***"
                   DELIMITED BY SIZE INTO REVIEW-LINE
               DISPLAY "Over the weekly override limit: ",
                   WS-LAST-SUPERVISOR, " with ", WS-SUPERVISOR-TOTAL
           ELSE
               STRING "    TOTAL     " WS-SUPERVISOR-TOTAL
                   DELIMITED BY SIZE INTO REVIEW-LINE
           END-IF.
           WRITE REVIEW-LINE.

           0600-WRITE-SIGN-OFF.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "OVERRIDES THIS WEEK: " WS-WEEK-COUNT
               "  SUPERVISORS OVER THE LIMIT: " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "REVIEWED BY COMPLIANCE OFFICER: "
               "____________________   DATE: __________"
               DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
       END PROGRAM "OVRDREVW".
