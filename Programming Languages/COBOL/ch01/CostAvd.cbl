       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COSTAVD".
       AUTHOR.     ALAN GARCIA.
      *Annual sponsor cost-avoidance estimate. For each client,
      *every member's BMI category at the start of the year (the
      *last monthly rollup of the year before, else the first of
      *this year) is compared with the category at the end of the
      *year from ROLLUP.DAT. Each movement between categories is
      *priced from the shared annual cost table on CATCOST.DAT - a
      *move to a cheaper category is an improvement, to a dearer
      *one a worsening - and the result is split between members
      *with high and low points-based participation. The caveats
      *the account managers must quote with the figures print on
      *the report itself.
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
           SELECT ROLLUP-FILE ASSIGN TO "ROLLUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLUP-KEY
               FILE STATUS IS WS-ROLLUP-FS.
           SELECT CATEGORY-COST-FILE ASSIGN TO "CATCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCST-CATEGORY
               FILE STATUS IS WS-COST-FS.
           SELECT COST-AVOID-REPORT-FILE ASSIGN TO "COSTAVD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD ROLLUP-FILE.
           COPY "ROLLUPRE.cpy".

       FD CATEGORY-COST-FILE.
           COPY "CATCSREC.cpy".

       FD COST-AVOID-REPORT-FILE.
       01 COST-AVOID-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-ROLLUP-FS PIC XX.
       01 WS-COST-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-SCAN-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-FOUND-SW PIC X.
           88 SLOT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-COST-GAP-SW PIC X VALUE "N".
           88 COST-TABLE-HAS-GAPS VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-PRIOR-YEAR PIC 9(4).
       01 WS-FIRST-MONTH PIC 9(6).
       01 WS-LAST-MONTH PIC 9(6).
       01 WS-BASE-CATEGORY PIC 9.
       01 WS-FIRST-CATEGORY PIC 9.
       01 WS-END-CATEGORY PIC 9.
       01 WS-START-CATEGORY PIC 9.
       01 WS-YEAR-MONTHS PIC 99.
       01 WS-YEAR-READINGS PIC 9(5).
      *Participation is judged on points earned in the year,
      *estimated from the rollup reading counts at the base rate
      *as the scorecard and KPI pack estimate them. Four
      *screenings' worth in a year counts as high.
       01 POINTS-PER-SCREENING PIC 99.
           COPY "PTSRREQ.cpy".
       01 PARTICIPATION-HIGH-POINTS PIC 9(5) VALUE 40.
       01 WS-EST-POINTS PIC 9(7).
       01 WS-PART-IX PIC 9.
       01 WS-CATEGORY-COSTS.
           05 WS-CATEGORY-COST PIC 9(7)V99 OCCURS 4 TIMES.
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(11) VALUE "UNDERWEIGHT".
           05 FILLER PIC X(11) VALUE "NORMAL".
           05 FILLER PIC X(11) VALUE "OVERWEIGHT".
           05 FILLER PIC X(11) VALUE "OBESE".
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME PIC X(11) OCCURS 4 TIMES.
       01 CLIENT-TABLE-MAX PIC 99 VALUE 50.
       01 WS-CLIENT-COUNT PIC 99 VALUE ZERO.
      *Per client: members measured, the from-to movement counts,
      *and the high (1) and low (2) participation groups.
       01 WS-CLIENT-TABLE.
           05 WS-CLIENT-ROW OCCURS 50 TIMES.
               10 WS-CA-CLIENT PIC X(3).
               10 WS-CA-MEASURED PIC 9(5).
               10 WS-CA-FROM-ROW OCCURS 4 TIMES.
                   15 WS-CA-MOVE-COUNT PIC 9(5) OCCURS 4 TIMES.
               10 WS-CA-PART-ROW OCCURS 2 TIMES.
                   15 WS-CA-P-MEMBERS PIC 9(5).
                   15 WS-CA-P-IMPROVED PIC 9(5).
                   15 WS-CA-P-WORSENED PIC 9(5).
                   15 WS-CA-P-VALUE PIC S9(9)V99.
       01 WS-IX PIC 99.
       01 WS-FX PIC 9.
       01 WS-TX PIC 9.
       01 WS-LOOKUP-CLIENT PIC X(3).
       01 WS-COST-CHANGE PIC S9(7)V99.
       01 WS-CELL-VALUE PIC S9(9)V99.
       01 WS-MOVED-COUNT PIC 9(5).
       01 WS-IMPROVED-COUNT PIC 9(5).
       01 WS-WORSENED-COUNT PIC 9(5).
       01 WS-AVOIDED-VALUE PIC S9(9)V99.
       01 WS-ADDED-VALUE PIC S9(9)V99.
       01 WS-NET-VALUE PIC S9(9)V99.
       01 WS-CLIENTS-REPORTED PIC 99 VALUE ZERO.
           COPY "CLNTREQ.cpy".
       01 WS-COUNT-DISP PIC ZZZZ9.
       01 WS-COST-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-CHANGE-DISP PIC -Z,ZZZ,ZZ9.99.
       01 WS-VALUE-DISP PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-GROUP-NAME PIC X(24).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SPONSOR COST-AVOIDANCE ESTIMATE".
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           DISPLAY "Client code (blank for every client): ".
           ACCEPT WS-CLIENT-ENTRY.
           DISPLAY "Year (YYYY): ".
           ACCEPT WS-YEAR-ENTRY.
           COMPUTE WS-PRIOR-YEAR = WS-YEAR-ENTRY - 1.
           COMPUTE WS-FIRST-MONTH = WS-PRIOR-YEAR * 100 + 1.
           COMPUTE WS-LAST-MONTH = WS-YEAR-ENTRY * 100 + 12.
           PERFORM 0150-LOAD-COSTS.
           IF WS-COST-FS NOT = "00"
               DISPLAY "The category cost table CATCOST.DAT is not "
                   "set up - run CATCOST first."
               GOBACK
           END-IF.
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
               GOBACK
           END-IF.
           OPEN INPUT ROLLUP-FILE.
           IF WS-ROLLUP-FS NOT = "00"
               DISPLAY "Cannot open ROLLUP.DAT, status: ",
                   WS-ROLLUP-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "ROLLUP.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ROLLUP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               CLOSE MEMBER-MASTER-FILE
               GOBACK
           END-IF.
           SET END-OF-FILE-REACHED TO FALSE.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF NOT MEMBER-IS-MERGED
                               AND MEMBER-CLIENT-CODE NOT = SPACES
                               AND (WS-CLIENT-ENTRY = SPACES
                               OR MEMBER-CLIENT-CODE = WS-CLIENT-ENTRY)
                           PERFORM 0200-MEASURE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
           CLOSE ROLLUP-FILE.
           OPEN OUTPUT COST-AVOID-REPORT-FILE.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CLIENT-COUNT
               ADD 1 TO WS-IX
               PERFORM 0500-REPORT-ONE-CLIENT
           END-PERFORM.
           CLOSE COST-AVOID-REPORT-FILE.
           DISPLAY "Clients reported: ", WS-CLIENTS-REPORTED.
           DISPLAY "Report written to COSTAVD.RPT.".
       GOBACK.

      *A category with no cost on the table prices at zero and
      *the report says so, rather than inventing a figure.
           0150-LOAD-COSTS.
           MOVE ZERO TO WS-CATEGORY-COSTS.
           OPEN INPUT CATEGORY-COST-FILE.
           IF WS-COST-FS = "00"
               MOVE ZERO TO WS-FX
               PERFORM UNTIL WS-FX >= 4
                   ADD 1 TO WS-FX
                   MOVE WS-FX TO CCST-CATEGORY
                   READ CATEGORY-COST-FILE
                       INVALID KEY
                           SET COST-TABLE-HAS-GAPS TO TRUE
                       NOT INVALID KEY
                           MOVE CCST-ANNUAL-COST
                               TO WS-CATEGORY-COST(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-COST-FILE
               MOVE "00" TO WS-COST-FS
           END-IF.

      *One pass over the member's rollup rows from January of the
      *year before through December of the year reported.
           0200-MEASURE-ONE-MEMBER.
           MOVE ZERO TO WS-BASE-CATEGORY.
           MOVE ZERO TO WS-FIRST-CATEGORY.
           MOVE ZERO TO WS-END-CATEGORY.
           MOVE ZERO TO WS-YEAR-MONTHS.
           MOVE ZERO TO WS-YEAR-READINGS.
           MOVE MEMBER-ID TO ROLLUP-MEMBER-ID.
           MOVE WS-FIRST-MONTH TO ROLLUP-MONTH.
           START ROLLUP-FILE KEY >= ROLLUP-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-ROLLUP-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ ROLLUP-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ROLLUP-MEMBER-ID NOT = MEMBER-ID
                               OR ROLLUP-MONTH > WS-LAST-MONTH
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           PERFORM 0250-TAKE-ONE-MONTH
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BASE-CATEGORY > ZERO
               MOVE WS-BASE-CATEGORY TO WS-START-CATEGORY
           ELSE
               IF WS-YEAR-MONTHS >= 2
                   MOVE WS-FIRST-CATEGORY TO WS-START-CATEGORY
               ELSE
                   MOVE ZERO TO WS-START-CATEGORY
               END-IF
           END-IF.
           IF WS-START-CATEGORY > ZERO AND WS-END-CATEGORY > ZERO
               PERFORM 0300-TALLY-MOVEMENT
           END-IF.

           0250-TAKE-ONE-MONTH.
           IF ROLLUP-END-CATEGORY >= 1 AND ROLLUP-END-CATEGORY <= 4
               IF ROLLUP-MONTH(1:4) = WS-PRIOR-YEAR
                   MOVE ROLLUP-END-CATEGORY TO WS-BASE-CATEGORY
               ELSE
                   ADD 1 TO WS-YEAR-MONTHS
                   ADD ROLLUP-READING-COUNT TO WS-YEAR-READINGS
                   IF WS-YEAR-MONTHS = 1
                       MOVE ROLLUP-END-CATEGORY TO WS-FIRST-CATEGORY
                   END-IF
                   MOVE ROLLUP-END-CATEGORY TO WS-END-CATEGORY
               END-IF
           END-IF.

           0300-TALLY-MOVEMENT.
           MOVE MEMBER-CLIENT-CODE TO WS-LOOKUP-CLIENT.
           PERFORM 0900-FIND-CLIENT-SLOT.
           IF SLOT-WAS-FOUND
               ADD 1 TO WS-CA-MEASURED(WS-IX)
               ADD 1 TO WS-CA-MOVE-COUNT(WS-IX, WS-START-CATEGORY,
                   WS-END-CATEGORY)
               COMPUTE WS-EST-POINTS =
                   WS-YEAR-READINGS * POINTS-PER-SCREENING
               IF WS-EST-POINTS >= PARTICIPATION-HIGH-POINTS
                   MOVE 1 TO WS-PART-IX
               ELSE
                   MOVE 2 TO WS-PART-IX
               END-IF
               COMPUTE WS-COST-CHANGE =
                   WS-CATEGORY-COST(WS-START-CATEGORY)
                   - WS-CATEGORY-COST(WS-END-CATEGORY)
               ADD 1 TO WS-CA-P-MEMBERS(WS-IX, WS-PART-IX)
               ADD WS-COST-CHANGE TO WS-CA-P-VALUE(WS-IX, WS-PART-IX)
               EVALUATE TRUE
                   WHEN WS-COST-CHANGE > ZERO
                       ADD 1 TO WS-CA-P-IMPROVED(WS-IX, WS-PART-IX)
                   WHEN WS-COST-CHANGE < ZERO
                       ADD 1 TO WS-CA-P-WORSENED(WS-IX, WS-PART-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           0500-REPORT-ONE-CLIENT.
           ADD 1 TO WS-CLIENTS-REPORTED.
           MOVE WS-CA-CLIENT(WS-IX) TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF CLNT-REQ-NOT-ON-FILE
               MOVE "NOT ON CLIENT MASTER" TO CLNT-REQ-NAME
           END-IF.
           IF WS-CLIENTS-REPORTED > 1
               MOVE SPACES TO COST-AVOID-REPORT-LINE
               WRITE COST-AVOID-REPORT-LINE
           END-IF.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "COST-AVOIDANCE ESTIMATE - " WS-CA-CLIENT(WS-IX)
               " " FUNCTION TRIM(CLNT-REQ-NAME)
               " - YEAR " WS-YEAR-ENTRY
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           PERFORM 0550-WRITE-COST-TABLE.
           MOVE ZERO TO WS-MOVED-COUNT.
           MOVE ZERO TO WS-IMPROVED-COUNT.
           MOVE ZERO TO WS-WORSENED-COUNT.
           MOVE ZERO TO WS-AVOIDED-VALUE.
           MOVE ZERO TO WS-ADDED-VALUE.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "MOVEMENT                      MEMBERS"
               "   COST CHANGE EACH     ANNUAL VALUE"
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE ZERO TO WS-FX.
           PERFORM UNTIL WS-FX >= 4
               ADD 1 TO WS-FX
               MOVE ZERO TO WS-TX
               PERFORM UNTIL WS-TX >= 4
                   ADD 1 TO WS-TX
                   IF WS-FX NOT = WS-TX
                       AND WS-CA-MOVE-COUNT(WS-IX, WS-FX, WS-TX)
                           > ZERO
                       PERFORM 0600-WRITE-ONE-MOVEMENT
                   END-IF
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-NET-VALUE = WS-AVOIDED-VALUE + WS-ADDED-VALUE.
           MOVE WS-CA-MEASURED(WS-IX) TO WS-COUNT-DISP.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "MEMBERS MEASURED: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           MOVE WS-MOVED-COUNT TO WS-COUNT-DISP.
           STRING "   CHANGED CATEGORY: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE(24:).
           WRITE COST-AVOID-REPORT-LINE.
           MOVE WS-IMPROVED-COUNT TO WS-COUNT-DISP.
           MOVE WS-AVOIDED-VALUE TO WS-VALUE-DISP.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "IMPROVEMENTS: " WS-COUNT-DISP
               "   ANNUAL COST AVOIDED: " WS-VALUE-DISP
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE WS-WORSENED-COUNT TO WS-COUNT-DISP.
           MOVE WS-ADDED-VALUE TO WS-VALUE-DISP.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "WORSENINGS:   " WS-COUNT-DISP
               "   ANNUAL COST ADDED:   " WS-VALUE-DISP
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE WS-NET-VALUE TO WS-VALUE-DISP.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "NET ESTIMATED ANNUAL COST AVOIDANCE:    "
               WS-VALUE-DISP
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           PERFORM 0700-WRITE-PARTICIPATION.
           PERFORM 0800-WRITE-CAVEATS.

           0550-WRITE-COST-TABLE.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "ANNUAL COST PER MEMBER FROM THE CATEGORY COST "
               "TABLE:"
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE ZERO TO WS-FX.
           PERFORM UNTIL WS-FX >= 4
               ADD 1 TO WS-FX
               MOVE WS-CATEGORY-COST(WS-FX) TO WS-COST-DISP
               MOVE SPACES TO COST-AVOID-REPORT-LINE
               STRING "  " WS-CATEGORY-NAME(WS-FX) " " WS-COST-DISP
                   DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE
               WRITE COST-AVOID-REPORT-LINE
           END-PERFORM.

      *A movement to a cheaper category is an improvement and its
      *saving counts as avoided cost; a move to a dearer one adds
      *cost. A move between categories costed alike counts as a
      *change but neither.
           0600-WRITE-ONE-MOVEMENT.
           ADD WS-CA-MOVE-COUNT(WS-IX, WS-FX, WS-TX) TO WS-MOVED-COUNT.
           COMPUTE WS-COST-CHANGE = WS-CATEGORY-COST(WS-FX)
               - WS-CATEGORY-COST(WS-TX).
           COMPUTE WS-CELL-VALUE = WS-COST-CHANGE
               * WS-CA-MOVE-COUNT(WS-IX, WS-FX, WS-TX).
           EVALUATE TRUE
               WHEN WS-COST-CHANGE > ZERO
                   ADD WS-CA-MOVE-COUNT(WS-IX, WS-FX, WS-TX)
                       TO WS-IMPROVED-COUNT
                   ADD WS-CELL-VALUE TO WS-AVOIDED-VALUE
               WHEN WS-COST-CHANGE < ZERO
                   ADD WS-CA-MOVE-COUNT(WS-IX, WS-FX, WS-TX)
                       TO WS-WORSENED-COUNT
                   ADD WS-CELL-VALUE TO WS-ADDED-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-CA-MOVE-COUNT(WS-IX, WS-FX, WS-TX)
               TO WS-COUNT-DISP.
           MOVE WS-COST-CHANGE TO WS-CHANGE-DISP.
           MOVE WS-CELL-VALUE TO WS-VALUE-DISP.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "  " WS-CATEGORY-NAME(WS-FX) " TO "
               WS-CATEGORY-NAME(WS-TX) "   " WS-COUNT-DISP
               "  " WS-CHANGE-DISP "  " WS-VALUE-DISP
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.

           0700-WRITE-PARTICIPATION.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "PARTICIPATION (POINTS EARNED IN YEAR)"
               "  MEMBERS IMPROVED WORSENED   NET AVOIDANCE"
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE ZERO TO WS-PART-IX.
           PERFORM UNTIL WS-PART-IX >= 2
               ADD 1 TO WS-PART-IX
               IF WS-PART-IX = 1
                   MOVE "HIGH - 40 POINTS OR MORE" TO WS-GROUP-NAME
               ELSE
                   MOVE "LOW - UNDER 40 POINTS" TO WS-GROUP-NAME
               END-IF
               MOVE SPACES TO COST-AVOID-REPORT-LINE
               MOVE WS-CA-P-MEMBERS(WS-IX, WS-PART-IX)
                   TO WS-COUNT-DISP
               STRING "  " WS-GROUP-NAME "            " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE
               MOVE WS-CA-P-IMPROVED(WS-IX, WS-PART-IX)
                   TO WS-COUNT-DISP
               STRING "    " WS-COUNT-DISP
                   DELIMITED BY SIZE
                   INTO COST-AVOID-REPORT-LINE(44:)
               MOVE WS-CA-P-WORSENED(WS-IX, WS-PART-IX)
                   TO WS-COUNT-DISP
               MOVE WS-CA-P-VALUE(WS-IX, WS-PART-IX)
                   TO WS-VALUE-DISP
               STRING "    " WS-COUNT-DISP " " WS-VALUE-DISP
                   DELIMITED BY SIZE
                   INTO COST-AVOID-REPORT-LINE(53:)
               WRITE COST-AVOID-REPORT-LINE
           END-PERFORM.

           0800-WRITE-CAVEATS.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE "CAVEATS:" TO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "- DOLLAR FIGURES ARE PLANNING ESTIMATES FROM THE "
               "HOUSE CATEGORY COST TABLE, NOT CLAIMS EXPERIENCE."
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "- CATEGORY MOVEMENT IS NOT SHOWN TO BE CAUSED BY "
               "THE PROGRAM; MEMBERS WHO TAKE PART MORE MAY DIFFER."
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "- PARTICIPATION POINTS ARE ESTIMATED AT 10 PER "
               "SCREENING FROM ROLLUP COUNTS; BONUSES ARE NOT "
               "INCLUDED."
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           MOVE SPACES TO COST-AVOID-REPORT-LINE.
           STRING "- ONLY MEMBERS WITH A STARTING AND AN ENDING "
               "CATEGORY FOR THE YEAR ARE MEASURED; SMALL GROUPS "
               "VARY WIDELY."
               DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE.
           WRITE COST-AVOID-REPORT-LINE.
           IF COST-TABLE-HAS-GAPS
               MOVE SPACES TO COST-AVOID-REPORT-LINE
               STRING "- ONE OR MORE CATEGORIES HAVE NO COST ON THE "
                   "TABLE AND ARE PRICED AT ZERO."
                   DELIMITED BY SIZE INTO COST-AVOID-REPORT-LINE
               WRITE COST-AVOID-REPORT-LINE
           END-IF.

           0900-FIND-CLIENT-SLOT.
           SET SLOT-WAS-FOUND TO FALSE.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CLIENT-COUNT
                   OR SLOT-WAS-FOUND
               ADD 1 TO WS-IX
               IF WS-CA-CLIENT(WS-IX) = WS-LOOKUP-CLIENT
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SLOT-WAS-FOUND
               IF WS-CLIENT-COUNT < CLIENT-TABLE-MAX
                   ADD 1 TO WS-CLIENT-COUNT
                   MOVE WS-CLIENT-COUNT TO WS-IX
                   MOVE WS-LOOKUP-CLIENT TO WS-CA-CLIENT(WS-IX)
                   MOVE ZERO TO WS-CA-MEASURED(WS-IX)
                   MOVE ZERO TO WS-CA-FROM-ROW(WS-IX, 1)
                       WS-CA-FROM-ROW(WS-IX, 2)
                       WS-CA-FROM-ROW(WS-IX, 3)
                       WS-CA-FROM-ROW(WS-IX, 4)
                   MOVE ZERO TO WS-CA-PART-ROW(WS-IX, 1)
                       WS-CA-PART-ROW(WS-IX, 2)
                   MOVE ZERO TO WS-CA-P-VALUE(WS-IX, 1)
                       WS-CA-P-VALUE(WS-IX, 2)
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "COSTAVD" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "COSTAVD".
