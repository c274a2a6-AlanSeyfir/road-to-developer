       IDENTIFICATION DIVISION.
       PROGRAM-ID. "HRAQRPT".
       AUTHOR.     ALAN GARCIA.
      *HRA question-level report for one employer client. For each
      *question, the share of the client's members giving each
      *answer this year against the year before, and the change in
      *points - the figures a sponsor picks its wellness programs
      *from ("% reporting fewer than 2 days of exercise"). A member
      *who took the HRA more than once in a year counts once, on
      *the latest questionnaire of that year.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRA-QUESTION-FILE ASSIGN TO "HRADEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRAD-NUMBER
               FILE STATUS IS WS-HRADEF-FS.
           SELECT HRA-DETAIL-FILE ASSIGN TO "HRAQANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRAQ-KEY
               FILE STATUS IS WS-HRAQANS-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT HRA-REPORT-FILE ASSIGN TO "HRAQRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HRA-QUESTION-FILE.
           COPY "HRADREC.cpy".

       FD HRA-DETAIL-FILE.
           COPY "HRAQREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD HRA-REPORT-FILE.
       01 HRA-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HRADEF-FS PIC XX.
       01 WS-HRAQANS-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-ANSWERS VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-PRIOR-YEAR PIC 9(4).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-ROW-YEAR PIC 9(4).
       01 WS-YX PIC 9.
       01 WS-QX PIC 99.
       01 WS-AX PIC 9.
       01 WS-MEMBER-COUNT PIC 9(6) OCCURS 2 TIMES.
       01 WS-QUESTIONS-PRINTED PIC 99 VALUE ZERO.

      *Question text and answer scores from HRADEF.DAT, by number.
       01 WS-QUESTION-TABLE.
           05 WS-QUESTION-ENTRY OCCURS 99 TIMES.
               10 WS-Q-TEXT PIC X(50).
               10 WS-Q-SCORE PIC 99 OCCURS 4 TIMES.

      *The member whose rows are being read, and the answers from
      *their latest questionnaire in each of the two years.
       01 WS-HELD-SW PIC X VALUE "N".
           88 MEMBER-IS-HELD VALUE "Y" FALSE "N".
       01 WS-HELD-MEMBER-ID PIC 9(6).
       01 WS-HELD-CLIENT-SW PIC X VALUE "N".
           88 HELD-MEMBER-IN-CLIENT VALUE "Y" FALSE "N".
       01 WS-HELD-YEARS.
           05 WS-HELD-YEAR OCCURS 2 TIMES.
               10 WS-HELD-DATE PIC 9(8).
               10 WS-HELD-CHOICE PIC 9 OCCURS 99 TIMES.

      *Counts by year (1 = report year, 2 = year before), question
      *and answer.
       01 WS-TALLY-TABLE.
           05 WS-TALLY-YEAR OCCURS 2 TIMES.
               10 WS-TALLY-QUESTION OCCURS 99 TIMES.
                   15 WS-RESPONDENTS PIC 9(6).
                   15 WS-ANSWER-COUNT PIC 9(6) OCCURS 4 TIMES.

       01 WS-PCT-THIS PIC 999V9.
       01 WS-PCT-PRIOR PIC 999V9.
       01 WS-PCT-CHANGE PIC S999V9.
       01 WS-PCT-THIS-DISP PIC ZZ9.9.
       01 WS-PCT-PRIOR-DISP PIC ZZ9.9.
       01 WS-CHANGE-DISP PIC +ZZ9.9.
       01 WS-CHANGE-TEXT PIC X(16).

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "HRA QUESTION REPORT".
           DISPLAY "Employer client code for this report: ".
           ACCEPT WS-CLIENT-ENTRY.
           DISPLAY "Report year (YYYY, 0 for this year): ".
           ACCEPT WS-YEAR-ENTRY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF WS-YEAR-ENTRY = ZERO
               MOVE WS-TODAY-DATE(1:4) TO WS-YEAR-ENTRY
           END-IF.
           COMPUTE WS-PRIOR-YEAR = WS-YEAR-ENTRY - 1.
           MOVE ZEROS TO WS-TALLY-TABLE.
           MOVE ZERO TO WS-MEMBER-COUNT(1).
           MOVE ZERO TO WS-MEMBER-COUNT(2).
           PERFORM 0150-LOAD-QUESTIONS.
           OPEN INPUT HRA-DETAIL-FILE.
           IF WS-HRAQANS-FS NOT = "00"
               DISPLAY "No HRA answers on file."
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               SET MEMBER-IS-HELD TO FALSE
               SET END-OF-ANSWERS TO FALSE
               PERFORM UNTIL END-OF-ANSWERS
                   READ HRA-DETAIL-FILE NEXT RECORD
                       AT END
                           SET END-OF-ANSWERS TO TRUE
                       NOT AT END
                           PERFORM 0200-TAKE-ONE-ANSWER
                   END-READ
               END-PERFORM
               IF MEMBER-IS-HELD
                   PERFORM 0300-TALLY-HELD-MEMBER
               END-IF
               CLOSE HRA-DETAIL-FILE
               IF WS-MASTER-FS = "00" OR WS-MASTER-FS = "23"
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               PERFORM 0500-WRITE-REPORT
               DISPLAY "Members counted ", WS-YEAR-ENTRY, ": ",
                   WS-MEMBER-COUNT(1), "  ", WS-PRIOR-YEAR, ": ",
                   WS-MEMBER-COUNT(2)
               DISPLAY "Report written to HRAQRPT.RPT"
           END-IF.
       GOBACK.

           0150-LOAD-QUESTIONS.
           MOVE SPACES TO WS-QUESTION-TABLE.
           MOVE ZERO TO WS-QX.
           PERFORM UNTIL WS-QX >= 99
               ADD 1 TO WS-QX
               MOVE ZERO TO WS-Q-SCORE(WS-QX, 1)
               MOVE ZERO TO WS-Q-SCORE(WS-QX, 2)
               MOVE ZERO TO WS-Q-SCORE(WS-QX, 3)
               MOVE ZERO TO WS-Q-SCORE(WS-QX, 4)
           END-PERFORM.
           OPEN INPUT HRA-QUESTION-FILE.
           IF WS-HRADEF-FS = "00"
               SET END-OF-ANSWERS TO FALSE
               PERFORM UNTIL END-OF-ANSWERS
                   READ HRA-QUESTION-FILE NEXT RECORD
                       AT END
                           SET END-OF-ANSWERS TO TRUE
                       NOT AT END
                           IF HRAD-NUMBER > ZERO
                               MOVE HRAD-TEXT
                                   TO WS-Q-TEXT(HRAD-NUMBER)
                               PERFORM 0160-KEEP-SCORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HRA-QUESTION-FILE
           END-IF.

           0160-KEEP-SCORES.
           MOVE ZERO TO WS-AX.
           PERFORM UNTIL WS-AX >= 4
               ADD 1 TO WS-AX
               MOVE HRAD-SCORE(WS-AX)
                   TO WS-Q-SCORE(HRAD-NUMBER, WS-AX)
           END-PERFORM.

      *Rows arrive member by member, each member's questionnaires
      *in date order; a later questionnaire in the same year
      *replaces the earlier one's answers.
           0200-TAKE-ONE-ANSWER.
           IF MEMBER-IS-HELD
                   AND HRAQ-MEMBER-ID NOT = WS-HELD-MEMBER-ID
               PERFORM 0300-TALLY-HELD-MEMBER
           END-IF.
           IF NOT MEMBER-IS-HELD
               PERFORM 0250-START-MEMBER
           END-IF.
           MOVE HRAQ-DATE(1:4) TO WS-ROW-YEAR.
           EVALUATE TRUE
               WHEN WS-ROW-YEAR = WS-YEAR-ENTRY
                   MOVE 1 TO WS-YX
               WHEN WS-ROW-YEAR = WS-PRIOR-YEAR
                   MOVE 2 TO WS-YX
               WHEN OTHER
                   MOVE ZERO TO WS-YX
           END-EVALUATE.
           IF WS-YX > ZERO AND HELD-MEMBER-IN-CLIENT
                   AND HRAQ-NUMBER > ZERO
               IF HRAQ-DATE > WS-HELD-DATE(WS-YX)
                   MOVE HRAQ-DATE TO WS-HELD-DATE(WS-YX)
                   MOVE ZERO TO WS-QX
                   PERFORM UNTIL WS-QX >= 99
                       ADD 1 TO WS-QX
                       MOVE ZERO TO WS-HELD-CHOICE(WS-YX, WS-QX)
                   END-PERFORM
               END-IF
               MOVE HRAQ-ANSWER
                   TO WS-HELD-CHOICE(WS-YX, HRAQ-NUMBER)
           END-IF.

      *The client is the member's current sponsor on the master.
           0250-START-MEMBER.
           MOVE HRAQ-MEMBER-ID TO WS-HELD-MEMBER-ID.
           SET MEMBER-IS-HELD TO TRUE.
           SET HELD-MEMBER-IN-CLIENT TO FALSE.
           MOVE ZEROS TO WS-HELD-YEARS.
           IF WS-MASTER-FS = "00" OR WS-MASTER-FS = "23"
               MOVE HRAQ-MEMBER-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MEMBER-CLIENT-CODE = WS-CLIENT-ENTRY
                           SET HELD-MEMBER-IN-CLIENT TO TRUE
                       END-IF
               END-READ
           END-IF.

           0300-TALLY-HELD-MEMBER.
           MOVE ZERO TO WS-YX.
           PERFORM UNTIL WS-YX >= 2
               ADD 1 TO WS-YX
               IF WS-HELD-DATE(WS-YX) > ZERO
                   ADD 1 TO WS-MEMBER-COUNT(WS-YX)
                   MOVE ZERO TO WS-QX
                   PERFORM UNTIL WS-QX >= 99
                       ADD 1 TO WS-QX
                       MOVE WS-HELD-CHOICE(WS-YX, WS-QX) TO WS-AX
                       IF WS-AX >= 1 AND WS-AX <= 4
                           ADD 1 TO WS-RESPONDENTS(WS-YX, WS-QX)
                           ADD 1 TO
                               WS-ANSWER-COUNT(WS-YX, WS-QX, WS-AX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           SET MEMBER-IS-HELD TO FALSE.

           0500-WRITE-REPORT.
           OPEN OUTPUT HRA-REPORT-FILE.
           MOVE SPACES TO HRA-REPORT-LINE.
           STRING "HRA ANSWERS BY QUESTION - CLIENT " WS-CLIENT-ENTRY
               "  " WS-YEAR-ENTRY " AGAINST " WS-PRIOR-YEAR
               DELIMITED BY SIZE INTO HRA-REPORT-LINE.
           WRITE HRA-REPORT-LINE.
           MOVE SPACES TO HRA-REPORT-LINE.
           STRING "MEMBERS ASSESSED " WS-YEAR-ENTRY ": "
               WS-MEMBER-COUNT(1) "  " WS-PRIOR-YEAR ": "
               WS-MEMBER-COUNT(2)
               DELIMITED BY SIZE INTO HRA-REPORT-LINE.
           WRITE HRA-REPORT-LINE.
           MOVE ZERO TO WS-QX.
           PERFORM UNTIL WS-QX >= 99
               ADD 1 TO WS-QX
               IF WS-RESPONDENTS(1, WS-QX) > ZERO
                       OR WS-RESPONDENTS(2, WS-QX) > ZERO
                   PERFORM 0550-WRITE-ONE-QUESTION
               END-IF
           END-PERFORM.
           MOVE SPACES TO HRA-REPORT-LINE.
           WRITE HRA-REPORT-LINE.
           MOVE SPACES TO HRA-REPORT-LINE.
           STRING "QUESTIONS REPORTED: " WS-QUESTIONS-PRINTED
               DELIMITED BY SIZE INTO HRA-REPORT-LINE.
           WRITE HRA-REPORT-LINE.
           CLOSE HRA-REPORT-FILE.

           0550-WRITE-ONE-QUESTION.
           ADD 1 TO WS-QUESTIONS-PRINTED.
           MOVE SPACES TO HRA-REPORT-LINE.
           WRITE HRA-REPORT-LINE.
           MOVE SPACES TO HRA-REPORT-LINE.
           STRING WS-QX ". " WS-Q-TEXT(WS-QX)
               DELIMITED BY SIZE INTO HRA-REPORT-LINE.
           WRITE HRA-REPORT-LINE.
           MOVE SPACES TO HRA-REPORT-LINE.
           STRING "    ANSWERED " WS-YEAR-ENTRY ": "
               WS-RESPONDENTS(1, WS-QX) "  " WS-PRIOR-YEAR ": "
               WS-RESPONDENTS(2, WS-QX)
               DELIMITED BY SIZE INTO HRA-REPORT-LINE.
           WRITE HRA-REPORT-LINE.
           MOVE ZERO TO WS-AX.
           PERFORM UNTIL WS-AX >= 4
               ADD 1 TO WS-AX
               PERFORM 0560-WRITE-ONE-ANSWER
           END-PERFORM.

      *Shares are of the members who answered the question that
      *year; the change is in percentage points and needs both
      *years to mean anything.
           0560-WRITE-ONE-ANSWER.
           MOVE ZERO TO WS-PCT-THIS.
           MOVE ZERO TO WS-PCT-PRIOR.
           IF WS-RESPONDENTS(1, WS-QX) > ZERO
               COMPUTE WS-PCT-THIS ROUNDED =
                   WS-ANSWER-COUNT(1, WS-QX, WS-AX) * 100
                   / WS-RESPONDENTS(1, WS-QX)
           END-IF.
           IF WS-RESPONDENTS(2, WS-QX) > ZERO
               COMPUTE WS-PCT-PRIOR ROUNDED =
                   WS-ANSWER-COUNT(2, WS-QX, WS-AX) * 100
                   / WS-RESPONDENTS(2, WS-QX)
           END-IF.
           MOVE WS-PCT-THIS TO WS-PCT-THIS-DISP.
           MOVE WS-PCT-PRIOR TO WS-PCT-PRIOR-DISP.
           IF WS-RESPONDENTS(1, WS-QX) > ZERO
                   AND WS-RESPONDENTS(2, WS-QX) > ZERO
               COMPUTE WS-PCT-CHANGE = WS-PCT-THIS - WS-PCT-PRIOR
               MOVE WS-PCT-CHANGE TO WS-CHANGE-DISP
               MOVE SPACES TO WS-CHANGE-TEXT
               STRING "CHANGE " WS-CHANGE-DISP " PTS"
                   DELIMITED BY SIZE INTO WS-CHANGE-TEXT
           ELSE
               MOVE "NO COMPARISON" TO WS-CHANGE-TEXT
           END-IF.
           MOVE SPACES TO HRA-REPORT-LINE.
           STRING "    ANSWER " WS-AX " (SCORE "
               WS-Q-SCORE(WS-QX, WS-AX) ")  " WS-YEAR-ENTRY " "
               WS-PCT-THIS-DISP "%  " WS-PRIOR-YEAR " "
               WS-PCT-PRIOR-DISP "%  " WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO HRA-REPORT-LINE.
           WRITE HRA-REPORT-LINE.
       END PROGRAM "HRAQRPT".
