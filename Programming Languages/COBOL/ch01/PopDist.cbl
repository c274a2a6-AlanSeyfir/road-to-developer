       IDENTIFICATION DIVISION.
       PROGRAM-ID. "POPDIST".
       AUTHOR.     ALAN GARCIA.
      *Population BMI distribution for one client's plan year, for
      *the sponsor's medical consultants. Each member counts once,
      *by their latest reading of the year (readings inside an
      *exclusion window are passed over). The report shows a
      *histogram in one-point BMI bands, then the category mix,
      *mean, median and 90th percentile for every age band by sex
      *with the margins, each beside the prior plan year's figure
      *and the shift. Age is taken at the reading. The plan year is
      *the client's from OUTRULES.DAT, or the calendar year when
      *it has no rule. Any cell or band of fewer than five members
      *is suppressed whole, the same rule as the research extract,
      *so the report can go outside as it stands.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTCOME-RULE-FILE ASSIGN TO "OUTRULES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORUL-KEY
               FILE STATUS IS WS-RULE-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "POPDIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTCOME-RULE-FILE.
           COPY "ORULREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

      *Each member's reading is released once for their own age
      *band and sex, once for the band, once for the sex and once
      *for the whole population, so every cell's readings come
      *back together in BMI order for the median and percentile.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SORT-YEAR-IX PIC 9.
           05 SORT-BAND-IX PIC 9.
           05 SORT-SEX-IX PIC 9.
           05 SORT-BMI PIC 999V99.

       FD DISTRIBUTION-REPORT-FILE.
       01 DISTRIBUTION-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RULE-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-SORT-RETURN PIC 99.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-SORT-EOF-SW PIC X VALUE "N".
           88 END-OF-SORTED-ROWS VALUE "Y" FALSE "N".
       01 SMALL-CELL-MINIMUM PIC 9 VALUE 5.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-PRIOR-YEAR PIC 9(4).
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-RULE-FOUND-SW PIC X VALUE "N".
           88 PLAN-YEAR-FROM-RULE VALUE "Y" FALSE "N".
      *Year 1 is the plan year asked for, year 2 the one before,
      *on the same dates a year earlier.
       01 WS-YEAR-WINDOWS.
           05 WS-YEAR-WINDOW OCCURS 2 TIMES.
               10 WS-WINDOW-START PIC 9(8).
               10 WS-WINDOW-END PIC 9(8).

      *The member being gathered and their latest reading in each
      *year. History is in date order within the member, so the
      *last reading seen in a window is the latest.
       01 WS-CURRENT-ID PIC 9(6) VALUE ZERO.
       01 WS-LATEST-TABLE.
           05 WS-LATEST-ENTRY OCCURS 2 TIMES.
               10 WS-LATEST-FOUND-SW PIC X.
                   88 LATEST-WAS-FOUND VALUE "Y" FALSE "N".
               10 WS-LATEST-DATE PIC 9(8).
               10 WS-LATEST-BMI PIC 999V99.
               10 WS-LATEST-CLIENT PIC X(3).
       01 WS-MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-ON-MASTER VALUE "Y" FALSE "N".
       01 WS-BIRTH-DATE PIC 9(8).
       01 WS-SEX-CODE PIC X.
       01 WS-AGE-YEARS PIC 999.
       01 WS-YX PIC 9.
       01 WS-BAND-IX PIC 9.
       01 WS-SEX-IX PIC 9.
       01 WS-CAT-IX PIC 9.
       01 WS-HX PIC 99.
       01 WS-WORK-BMI PIC 999V99.
       01 WS-BMI-WHOLE PIC 999.

      *Age bands 1-6 as on the research extract, 7 all ages; sex
      *1 M, 2 F, 3 other or not recorded, 4 both.
       01 WS-BAND-NAMES.
           05 FILLER PIC X(5) VALUE "18-29".
           05 FILLER PIC X(5) VALUE "30-39".
           05 FILLER PIC X(5) VALUE "40-49".
           05 FILLER PIC X(5) VALUE "50-59".
           05 FILLER PIC X(5) VALUE "60+".
           05 FILLER PIC X(5) VALUE "UNK".
           05 FILLER PIC X(5) VALUE "ALL".
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME PIC X(5) OCCURS 7 TIMES.
       01 WS-SEX-NAMES.
           05 FILLER PIC X(3) VALUE "M".
           05 FILLER PIC X(3) VALUE "F".
           05 FILLER PIC X(3) VALUE "X".
           05 FILLER PIC X(3) VALUE "ALL".
       01 WS-SEX-NAME-TABLE REDEFINES WS-SEX-NAMES.
           05 WS-SEX-NAME PIC X(3) OCCURS 4 TIMES.

      *Figures by year, age band and sex. Category 1 Underweight,
      *2 Normal, 3 Overweight, 4 Obese. Median and percentile are
      *filled in as the sorted readings come back.
       01 WS-CELL-TABLE VALUE ZEROS.
           05 WS-CELL-YEAR OCCURS 2 TIMES.
               10 WS-CELL-BAND OCCURS 7 TIMES.
                   15 WS-CELL OCCURS 4 TIMES.
                       20 WS-CELL-COUNT PIC 9(6).
                       20 WS-CELL-CAT-COUNT PIC 9(6) OCCURS 4 TIMES.
                       20 WS-CELL-BMI-TOTAL PIC 9(9)V99.
                       20 WS-CELL-MEDIAN PIC 999V99.
                       20 WS-CELL-P90 PIC 999V99.

      *Histogram bands by year: 1 under 15, 2-46 one point each
      *from 15 to 59, 47 for 60 and over.
       01 HISTOGRAM-BAND-COUNT PIC 99 VALUE 47.
       01 WS-HISTOGRAM-TABLE VALUE ZEROS.
           05 WS-HIST-YEAR OCCURS 2 TIMES.
               10 WS-HIST-BAND-COUNT PIC 9(6) OCCURS 47 TIMES.

      *Rank within the cell being returned from the sort, and the
      *ranks that give its median and 90th percentile (nearest
      *rank; an even count takes the mean of the middle two).
       01 WS-GROUP-KEY.
           05 WS-GROUP-YEAR-IX PIC 9.
           05 WS-GROUP-BAND-IX PIC 9.
           05 WS-GROUP-SEX-IX PIC 9.
       01 WS-ROW-KEY.
           05 WS-ROW-YEAR-IX PIC 9.
           05 WS-ROW-BAND-IX PIC 9.
           05 WS-ROW-SEX-IX PIC 9.
       01 WS-RANK PIC 9(6).
       01 WS-GROUP-COUNT PIC 9(6).
       01 WS-MEDIAN-RANK PIC 9(6).
       01 WS-MEDIAN-REMAINDER PIC 9.
       01 WS-P90-RANK PIC 9(6).
       01 WS-LOWER-MIDDLE PIC 999V99.

       01 WS-MEMBERS-COUNTED PIC 9(6) VALUE ZERO.
       01 WS-READINGS-EXCLUDED PIC 9(7) VALUE ZERO.
       01 WS-CELLS-SUPPRESSED PIC 9(5) VALUE ZERO.

      *Report working fields. Every figure is eight wide so the
      *edited value, the suppression mark or a blank drop into the
      *same column.
       01 WS-THIS-SHOWN-SW PIC X VALUE "N".
           88 THIS-YEAR-SHOWN VALUE "Y" FALSE "N".
       01 WS-PRIOR-SHOWN-SW PIC X VALUE "N".
           88 PRIOR-YEAR-SHOWN VALUE "Y" FALSE "N".
       01 WS-PCT PIC 999V9.
       01 WS-PCT-OTHER PIC 999V9.
       01 WS-MEAN PIC 999V99.
       01 WS-MEAN-OTHER PIC 999V99.
       01 WS-SHIFT-COUNT PIC S9(6).
       01 WS-SHIFT-PCT PIC S999V9.
       01 WS-SHIFT-BMI PIC S999V99.
       01 WS-EDIT-COUNT PIC ZZZZZZZ9.
       01 WS-EDIT-PCT PIC ZZZZZ9.9.
       01 WS-EDIT-BMI PIC ZZZZ9.99.
       01 WS-EDIT-SHIFT-COUNT PIC +++++++9.
       01 WS-EDIT-SHIFT-PCT PIC +++++9.9.
       01 WS-EDIT-SHIFT-BMI PIC ++++9.99.
       01 WS-SUPPRESSED-MARK PIC X(8) VALUE "      <5".
       01 WS-BAND-LOW PIC 99.
       01 WS-CELL-LINE.
           05 WS-LINE-BAND PIC X(7).
           05 WS-LINE-SEX PIC X(5).
           05 WS-LINE-LABEL PIC X(6).
           05 WS-LINE-COUNT PIC X(8).
           05 WS-LINE-CAT PIC X(8) OCCURS 4 TIMES.
           05 WS-LINE-MEAN PIC X(8).
           05 WS-LINE-MEDIAN PIC X(8).
           05 WS-LINE-P90 PIC X(8).
       01 WS-HIST-LINE.
           05 WS-HLINE-LABEL PIC X(14).
           05 WS-HLINE-THIS-COUNT PIC X(8).
           05 WS-HLINE-THIS-PCT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HLINE-PRIOR-COUNT PIC X(8).
           05 WS-HLINE-PRIOR-PCT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HLINE-SHIFT-PCT PIC X(8).
           COPY "CLNTREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "POPULATION BMI DISTRIBUTION".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Employer client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF CLNT-REQ-NOT-ON-FILE
               DISPLAY "Client ", WS-CLIENT-ENTRY,
                   " is not on the client master."
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0110-GET-PLAN-YEAR
               PERFORM 0150-SET-WINDOWS
               OPEN INPUT BMI-HISTORY-FILE
               IF WS-HISTORY-FS NOT = "00"
                   DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                       WS-HISTORY-FS
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   OPEN INPUT MEMBER-MASTER-FILE
                   IF WS-MASTER-FS = "00"
                       SET MASTER-IS-OPEN TO TRUE
                   ELSE
                       DISPLAY "Cannot open MEMBERS.DAT, status: ",
                           WS-MASTER-FS, " - all ages and sexes unknown"
                       MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                       MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                       MOVE SPACES TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-WARNING TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SORT-YEAR-IX SORT-BAND-IX
                           SORT-SEX-IX SORT-BMI
                       INPUT PROCEDURE IS 0200-GATHER-READINGS
                       OUTPUT PROCEDURE IS 0500-RANK-READINGS
                   IF SORT-RETURN NOT = ZERO
                       MOVE SORT-RETURN TO WS-SORT-RETURN
                       DISPLAY "Sort of the readings failed, "
                           "sort return: ", WS-SORT-RETURN
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
                   CLOSE BMI-HISTORY-FILE
                   IF MASTER-IS-OPEN
                       CLOSE MEMBER-MASTER-FILE
                   END-IF
                   IF WS-RETURN-CODE = ZERO
                       PERFORM 0700-WRITE-REPORT
                   END-IF
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

           0110-GET-PLAN-YEAR.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Plan year (YYYY): "
               ACCEPT WS-YEAR-ENTRY
               IF WS-YEAR-ENTRY IS NUMERIC AND WS-YEAR-ENTRY > 1900
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter a four-digit year."
               END-IF
           END-PERFORM.
           COMPUTE WS-PRIOR-YEAR = WS-YEAR-ENTRY - 1.

           0150-SET-WINDOWS.
           COMPUTE WS-WINDOW-START(1) = WS-YEAR-ENTRY * 10000 + 0101.
           COMPUTE WS-WINDOW-END(1) = WS-YEAR-ENTRY * 10000 + 1231.
           SET PLAN-YEAR-FROM-RULE TO FALSE.
           OPEN INPUT OUTCOME-RULE-FILE.
           IF WS-RULE-FS = "00"
               MOVE WS-CLIENT-ENTRY TO ORUL-CLIENT-CODE
               MOVE WS-YEAR-ENTRY TO ORUL-PLAN-YEAR
               READ OUTCOME-RULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PLAN-YEAR-FROM-RULE TO TRUE
                       MOVE ORUL-YEAR-START TO WS-WINDOW-START(1)
                       MOVE ORUL-YEAR-END TO WS-WINDOW-END(1)
               END-READ
               CLOSE OUTCOME-RULE-FILE
           END-IF.
           COMPUTE WS-WINDOW-START(2) = WS-WINDOW-START(1) - 10000.
           COMPUTE WS-WINDOW-END(2) = WS-WINDOW-END(1) - 10000.

      *One pass of the history in member order. A member counts
      *for this client in a year when their latest reading in
      *that year was taken for the client.
           0200-GATHER-READINGS.
           MOVE ZERO TO WS-CURRENT-ID.
           MOVE ZERO TO HIST-MEMBER-ID.
           MOVE ZERO TO HIST-DATE.
           MOVE ZERO TO HIST-TIME.
           SET END-OF-FILE-REACHED TO FALSE.
           START BMI-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   SET END-OF-FILE-REACHED TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ BMI-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF HIST-MEMBER-ID NOT = WS-CURRENT-ID
                           PERFORM 0300-RELEASE-MEMBER
                           MOVE HIST-MEMBER-ID TO WS-CURRENT-ID
                           SET LATEST-WAS-FOUND(1) TO FALSE
                           SET LATEST-WAS-FOUND(2) TO FALSE
                       END-IF
                       PERFORM 0250-TAKE-ONE-READING
               END-READ
           END-PERFORM.
           PERFORM 0300-RELEASE-MEMBER.

           0250-TAKE-ONE-READING.
           MOVE ZERO TO WS-YX.
           PERFORM UNTIL WS-YX >= 2
               ADD 1 TO WS-YX
               IF HIST-DATE >= WS-WINDOW-START(WS-YX)
                       AND HIST-DATE <= WS-WINDOW-END(WS-YX)
                   IF HIST-IS-EXCLUDED
                       ADD 1 TO WS-READINGS-EXCLUDED
                   ELSE
                       SET LATEST-WAS-FOUND(WS-YX) TO TRUE
                       MOVE HIST-DATE TO WS-LATEST-DATE(WS-YX)
                       MOVE HIST-BMI TO WS-LATEST-BMI(WS-YX)
                       MOVE HIST-CLIENT-CODE
                           TO WS-LATEST-CLIENT(WS-YX)
                   END-IF
               END-IF
           END-PERFORM.

           0300-RELEASE-MEMBER.
           IF WS-CURRENT-ID NOT = ZERO
               SET MEMBER-ON-MASTER TO FALSE
               MOVE ZERO TO WS-YX
               PERFORM UNTIL WS-YX >= 2
                   ADD 1 TO WS-YX
                   IF LATEST-WAS-FOUND(WS-YX)
                           AND WS-LATEST-CLIENT(WS-YX)
                               = WS-CLIENT-ENTRY
                       PERFORM 0310-RELEASE-ONE-YEAR
                   END-IF
               END-PERFORM
           END-IF.

           0310-RELEASE-ONE-YEAR.
           IF NOT MEMBER-ON-MASTER
               PERFORM 0320-READ-MEMBER
           END-IF.
           PERFORM 0330-SET-AGE-BAND.
           PERFORM 0340-SET-SEX-INDEX.
           MOVE WS-LATEST-BMI(WS-YX) TO WS-WORK-BMI.
           PERFORM 0350-SET-CATEGORY.
           IF WS-YX = 1
               ADD 1 TO WS-MEMBERS-COUNTED
           END-IF.
           MOVE WS-YX TO SORT-YEAR-IX.
           MOVE WS-WORK-BMI TO SORT-BMI.
           MOVE WS-BAND-IX TO SORT-BAND-IX.
           MOVE WS-SEX-IX TO SORT-SEX-IX.
           PERFORM 0360-COUNT-AND-RELEASE.
           MOVE 4 TO SORT-SEX-IX.
           PERFORM 0360-COUNT-AND-RELEASE.
           MOVE 7 TO SORT-BAND-IX.
           MOVE WS-SEX-IX TO SORT-SEX-IX.
           PERFORM 0360-COUNT-AND-RELEASE.
           MOVE 4 TO SORT-SEX-IX.
           PERFORM 0360-COUNT-AND-RELEASE.
           MOVE WS-WORK-BMI TO WS-BMI-WHOLE.
           EVALUATE TRUE
               WHEN WS-BMI-WHOLE < 15
                   MOVE 1 TO WS-HX
               WHEN WS-BMI-WHOLE > 59
                   MOVE HISTOGRAM-BAND-COUNT TO WS-HX
               WHEN OTHER
                   COMPUTE WS-HX = WS-BMI-WHOLE - 13
           END-EVALUATE.
           ADD 1 TO WS-HIST-BAND-COUNT(WS-YX, WS-HX).

      *A member missing from the master still counts, in the
      *unknown age band and sex.
           0320-READ-MEMBER.
           SET MEMBER-ON-MASTER TO TRUE.
           MOVE ZERO TO WS-BIRTH-DATE.
           MOVE SPACE TO WS-SEX-CODE.
           IF MASTER-IS-OPEN
               MOVE WS-CURRENT-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEMBER-BIRTH-DATE TO WS-BIRTH-DATE
                       MOVE MEMBER-SEX TO WS-SEX-CODE
               END-READ
           END-IF.

           0330-SET-AGE-BAND.
           IF WS-BIRTH-DATE IS NOT NUMERIC OR WS-BIRTH-DATE = ZERO
                   OR WS-BIRTH-DATE > WS-LATEST-DATE(WS-YX)
               MOVE 6 TO WS-BAND-IX
           ELSE
               COMPUTE WS-AGE-YEARS =
                   (WS-LATEST-DATE(WS-YX) - WS-BIRTH-DATE) / 10000
               EVALUATE TRUE
                   WHEN WS-AGE-YEARS < 30
                       MOVE 1 TO WS-BAND-IX
                   WHEN WS-AGE-YEARS < 40
                       MOVE 2 TO WS-BAND-IX
                   WHEN WS-AGE-YEARS < 50
                       MOVE 3 TO WS-BAND-IX
                   WHEN WS-AGE-YEARS < 60
                       MOVE 4 TO WS-BAND-IX
                   WHEN OTHER
                       MOVE 5 TO WS-BAND-IX
               END-EVALUATE
           END-IF.

           0340-SET-SEX-INDEX.
           EVALUATE WS-SEX-CODE
               WHEN "M"
                   MOVE 1 TO WS-SEX-IX
               WHEN "F"
                   MOVE 2 TO WS-SEX-IX
               WHEN OTHER
                   MOVE 3 TO WS-SEX-IX
           END-EVALUATE.

           0350-SET-CATEGORY.
           EVALUATE TRUE
               WHEN WS-WORK-BMI < 18.50
                   MOVE 1 TO WS-CAT-IX
               WHEN WS-WORK-BMI < 25.00
                   MOVE 2 TO WS-CAT-IX
               WHEN WS-WORK-BMI < 30.00
                   MOVE 3 TO WS-CAT-IX
               WHEN OTHER
                   MOVE 4 TO WS-CAT-IX
           END-EVALUATE.

           0360-COUNT-AND-RELEASE.
           ADD 1 TO WS-CELL-COUNT(WS-YX, SORT-BAND-IX, SORT-SEX-IX).
           ADD 1 TO WS-CELL-CAT-COUNT(WS-YX, SORT-BAND-IX,
               SORT-SEX-IX, WS-CAT-IX).
           ADD WS-WORK-BMI
               TO WS-CELL-BMI-TOTAL(WS-YX, SORT-BAND-IX, SORT-SEX-IX).
           RELEASE SORT-WORK-RECORD.

           0500-RANK-READINGS.
           MOVE ZEROS TO WS-GROUP-KEY.
           SET END-OF-SORTED-ROWS TO FALSE.
           PERFORM UNTIL END-OF-SORTED-ROWS
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-ROWS TO TRUE
                   NOT AT END
                       MOVE SORT-YEAR-IX TO WS-ROW-YEAR-IX
                       MOVE SORT-BAND-IX TO WS-ROW-BAND-IX
                       MOVE SORT-SEX-IX TO WS-ROW-SEX-IX
                       IF WS-ROW-KEY NOT = WS-GROUP-KEY
                           PERFORM 0520-START-GROUP
                       END-IF
                       PERFORM 0530-RANK-ONE-READING
               END-RETURN
           END-PERFORM.

           0520-START-GROUP.
           MOVE WS-ROW-KEY TO WS-GROUP-KEY.
           MOVE ZERO TO WS-RANK.
           MOVE WS-CELL-COUNT(WS-GROUP-YEAR-IX, WS-GROUP-BAND-IX,
               WS-GROUP-SEX-IX) TO WS-GROUP-COUNT.
           DIVIDE WS-GROUP-COUNT BY 2 GIVING WS-MEDIAN-RANK
               REMAINDER WS-MEDIAN-REMAINDER.
           IF WS-MEDIAN-REMAINDER NOT = ZERO
               ADD 1 TO WS-MEDIAN-RANK
           END-IF.
           COMPUTE WS-P90-RANK = (WS-GROUP-COUNT * 9 + 9) / 10.

           0530-RANK-ONE-READING.
           ADD 1 TO WS-RANK.
           IF WS-RANK = WS-MEDIAN-RANK
               MOVE SORT-BMI TO WS-CELL-MEDIAN(WS-GROUP-YEAR-IX,
                   WS-GROUP-BAND-IX, WS-GROUP-SEX-IX)
               MOVE SORT-BMI TO WS-LOWER-MIDDLE
           END-IF.
           IF WS-MEDIAN-REMAINDER = ZERO
                   AND WS-RANK = WS-MEDIAN-RANK + 1
               COMPUTE WS-CELL-MEDIAN(WS-GROUP-YEAR-IX,
                   WS-GROUP-BAND-IX, WS-GROUP-SEX-IX) ROUNDED =
                   (WS-LOWER-MIDDLE + SORT-BMI) / 2
           END-IF.
           IF WS-RANK = WS-P90-RANK
               MOVE SORT-BMI TO WS-CELL-P90(WS-GROUP-YEAR-IX,
                   WS-GROUP-BAND-IX, WS-GROUP-SEX-IX)
           END-IF.

           0700-WRITE-REPORT.
           OPEN OUTPUT DISTRIBUTION-REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open POPDIST.RPT, status: ",
                   WS-REPORT-FS
               MOVE "0700-WRITE-REPORT" TO ERRL-REQ-PARAGRAPH
               MOVE "POPDIST.RPT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REPORT-FS TO ERRL-REQ-STATUS
               MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0705-WRITE-REPORT-BODY
           END-IF.

           0705-WRITE-REPORT-BODY.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           STRING "POPULATION BMI DISTRIBUTION - CLIENT "
               WS-CLIENT-ENTRY "  PLAN YEAR " WS-YEAR-ENTRY
               " AGAINST " WS-PRIOR-YEAR "  (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           IF PLAN-YEAR-FROM-RULE
               STRING "  PLAN YEAR " WS-WINDOW-START(1) " TO "
                   WS-WINDOW-END(1) " FROM OUTRULES.DAT"
                   DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE
           ELSE
               STRING "  CALENDAR YEAR " WS-WINDOW-START(1) " TO "
                   WS-WINDOW-END(1) " - NO PLAN-YEAR RULE ON FILE"
                   DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE
           END-IF.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           STRING "  EACH MEMBER COUNTED ONCE, BY THEIR LATEST "
               "READING OF THE YEAR; AGE AT THAT READING"
               DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           STRING "  FIGURES FOR FEWER THAN " SMALL-CELL-MINIMUM
               " MEMBERS ARE SUPPRESSED AND SHOWN AS <5"
               DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           PERFORM 0710-WRITE-HISTOGRAM.
           PERFORM 0750-WRITE-CELLS.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           STRING "MEMBERS COUNTED: " WS-MEMBERS-COUNTED
               "  EXCLUDED READINGS PASSED OVER: "
               WS-READINGS-EXCLUDED
               "  CELLS SUPPRESSED: " WS-CELLS-SUPPRESSED
               DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           CLOSE DISTRIBUTION-REPORT-FILE.
           DISPLAY "Members counted: ", WS-MEMBERS-COUNTED,
               "  cells suppressed: ", WS-CELLS-SUPPRESSED.

      *Bands empty in both years are left out. A band's share is
      *of everyone counted in that year.
           0710-WRITE-HISTOGRAM.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           STRING "BMI HISTOGRAM  MEMBERS     PCT  "
               "PRIOR YR     PCT     SHIFT"
               DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE ZERO TO WS-HX.
           PERFORM UNTIL WS-HX >= HISTOGRAM-BAND-COUNT
               ADD 1 TO WS-HX
               IF WS-HIST-BAND-COUNT(1, WS-HX) > ZERO
                       OR WS-HIST-BAND-COUNT(2, WS-HX) > ZERO
                   PERFORM 0720-WRITE-HISTOGRAM-BAND
               END-IF
           END-PERFORM.

           0720-WRITE-HISTOGRAM-BAND.
           MOVE SPACES TO WS-HLINE-LABEL.
           EVALUATE TRUE
               WHEN WS-HX = 1
                   MOVE "  UNDER 15" TO WS-HLINE-LABEL
               WHEN WS-HX = HISTOGRAM-BAND-COUNT
                   MOVE "  60 AND OVER" TO WS-HLINE-LABEL
               WHEN OTHER
                   COMPUTE WS-BAND-LOW = WS-HX + 13
                   STRING "  " WS-BAND-LOW ".00-" WS-BAND-LOW ".99"
                       DELIMITED BY SIZE INTO WS-HLINE-LABEL
           END-EVALUATE.
           MOVE SPACES TO WS-HLINE-THIS-COUNT.
           MOVE SPACES TO WS-HLINE-THIS-PCT.
           MOVE SPACES TO WS-HLINE-PRIOR-COUNT.
           MOVE SPACES TO WS-HLINE-PRIOR-PCT.
           MOVE SPACES TO WS-HLINE-SHIFT-PCT.
           SET THIS-YEAR-SHOWN TO FALSE.
           SET PRIOR-YEAR-SHOWN TO FALSE.
           IF WS-HIST-BAND-COUNT(1, WS-HX) = ZERO
                   OR WS-HIST-BAND-COUNT(1, WS-HX)
                       >= SMALL-CELL-MINIMUM
               SET THIS-YEAR-SHOWN TO TRUE
               MOVE WS-HIST-BAND-COUNT(1, WS-HX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-HLINE-THIS-COUNT
               MOVE ZERO TO WS-PCT
               IF WS-CELL-COUNT(1, 7, 4) > ZERO
                   COMPUTE WS-PCT ROUNDED =
                       WS-HIST-BAND-COUNT(1, WS-HX) * 100
                       / WS-CELL-COUNT(1, 7, 4)
               END-IF
               MOVE WS-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-HLINE-THIS-PCT
           ELSE
               MOVE WS-SUPPRESSED-MARK TO WS-HLINE-THIS-COUNT
               ADD 1 TO WS-CELLS-SUPPRESSED
           END-IF.
           IF WS-HIST-BAND-COUNT(2, WS-HX) = ZERO
                   OR WS-HIST-BAND-COUNT(2, WS-HX)
                       >= SMALL-CELL-MINIMUM
               SET PRIOR-YEAR-SHOWN TO TRUE
               MOVE WS-HIST-BAND-COUNT(2, WS-HX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-HLINE-PRIOR-COUNT
               MOVE ZERO TO WS-PCT-OTHER
               IF WS-CELL-COUNT(2, 7, 4) > ZERO
                   COMPUTE WS-PCT-OTHER ROUNDED =
                       WS-HIST-BAND-COUNT(2, WS-HX) * 100
                       / WS-CELL-COUNT(2, 7, 4)
               END-IF
               MOVE WS-PCT-OTHER TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-HLINE-PRIOR-PCT
           ELSE
               MOVE WS-SUPPRESSED-MARK TO WS-HLINE-PRIOR-COUNT
           END-IF.
           IF THIS-YEAR-SHOWN AND PRIOR-YEAR-SHOWN
               COMPUTE WS-SHIFT-PCT = WS-PCT - WS-PCT-OTHER
               MOVE WS-SHIFT-PCT TO WS-EDIT-SHIFT-PCT
               MOVE WS-EDIT-SHIFT-PCT TO WS-HLINE-SHIFT-PCT
           END-IF.
           MOVE WS-HIST-LINE TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.

      *Three lines per age band and sex: the plan year, the prior
      *year and the shift. Category figures are the percentage of
      *the cell's members; their shift is in points.
           0750-WRITE-CELLS.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           STRING "AGE    SEX  YEAR   MEMBERS  UNDER% NORMAL%   OVER%"
               "  OBESE%    MEAN  MEDIAN     P90"
               DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE ZERO TO WS-BAND-IX.
           PERFORM UNTIL WS-BAND-IX >= 7
               ADD 1 TO WS-BAND-IX
               MOVE ZERO TO WS-SEX-IX
               PERFORM UNTIL WS-SEX-IX >= 4
                   ADD 1 TO WS-SEX-IX
                   IF WS-CELL-COUNT(1, WS-BAND-IX, WS-SEX-IX) > ZERO
                       OR WS-CELL-COUNT(2, WS-BAND-IX, WS-SEX-IX)
                           > ZERO
                       PERFORM 0760-WRITE-ONE-CELL
                   END-IF
               END-PERFORM
           END-PERFORM.

           0760-WRITE-ONE-CELL.
           MOVE 1 TO WS-YX.
           PERFORM 0770-SET-YEAR-LINE.
           MOVE WS-BAND-NAME(WS-BAND-IX) TO WS-LINE-BAND.
           MOVE WS-SEX-NAME(WS-SEX-IX) TO WS-LINE-SEX.
           MOVE WS-YEAR-ENTRY TO WS-LINE-LABEL.
           IF WS-LINE-COUNT = WS-SUPPRESSED-MARK
               SET THIS-YEAR-SHOWN TO FALSE
           ELSE
               SET THIS-YEAR-SHOWN TO TRUE
           END-IF.
           MOVE WS-CELL-LINE TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE 2 TO WS-YX.
           PERFORM 0770-SET-YEAR-LINE.
           MOVE WS-PRIOR-YEAR TO WS-LINE-LABEL.
           IF WS-LINE-COUNT = WS-SUPPRESSED-MARK
               SET PRIOR-YEAR-SHOWN TO FALSE
           ELSE
               SET PRIOR-YEAR-SHOWN TO TRUE
           END-IF.
           MOVE WS-CELL-LINE TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           IF THIS-YEAR-SHOWN AND PRIOR-YEAR-SHOWN
               PERFORM 0780-SET-SHIFT-LINE
               MOVE WS-CELL-LINE TO DISTRIBUTION-REPORT-LINE
               WRITE DISTRIBUTION-REPORT-LINE
           END-IF.

      *Fills the cell line for year WS-YX. An empty year shows a
      *count of zero and nothing else.
           0770-SET-YEAR-LINE.
           MOVE SPACES TO WS-CELL-LINE.
           IF WS-CELL-COUNT(WS-YX, WS-BAND-IX, WS-SEX-IX) > ZERO
                   AND WS-CELL-COUNT(WS-YX, WS-BAND-IX, WS-SEX-IX)
                       < SMALL-CELL-MINIMUM
               MOVE WS-SUPPRESSED-MARK TO WS-LINE-COUNT
               ADD 1 TO WS-CELLS-SUPPRESSED
           ELSE
               MOVE WS-CELL-COUNT(WS-YX, WS-BAND-IX, WS-SEX-IX)
                   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-LINE-COUNT
               IF WS-CELL-COUNT(WS-YX, WS-BAND-IX, WS-SEX-IX)
                       > ZERO
                   PERFORM 0775-SET-YEAR-FIGURES
               END-IF
           END-IF.

           0775-SET-YEAR-FIGURES.
           MOVE ZERO TO WS-CAT-IX.
           PERFORM UNTIL WS-CAT-IX >= 4
               ADD 1 TO WS-CAT-IX
               COMPUTE WS-PCT ROUNDED = WS-CELL-CAT-COUNT(WS-YX,
                   WS-BAND-IX, WS-SEX-IX, WS-CAT-IX) * 100
                   / WS-CELL-COUNT(WS-YX, WS-BAND-IX, WS-SEX-IX)
               MOVE WS-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-LINE-CAT(WS-CAT-IX)
           END-PERFORM.
           COMPUTE WS-MEAN ROUNDED =
               WS-CELL-BMI-TOTAL(WS-YX, WS-BAND-IX, WS-SEX-IX)
               / WS-CELL-COUNT(WS-YX, WS-BAND-IX, WS-SEX-IX).
           MOVE WS-MEAN TO WS-EDIT-BMI.
           MOVE WS-EDIT-BMI TO WS-LINE-MEAN.
           MOVE WS-CELL-MEDIAN(WS-YX, WS-BAND-IX, WS-SEX-IX)
               TO WS-EDIT-BMI.
           MOVE WS-EDIT-BMI TO WS-LINE-MEDIAN.
           MOVE WS-CELL-P90(WS-YX, WS-BAND-IX, WS-SEX-IX)
               TO WS-EDIT-BMI.
           MOVE WS-EDIT-BMI TO WS-LINE-P90.

      *A shift against an empty year would only repeat the other
      *year's figure, so only the member count is shown then.
           0780-SET-SHIFT-LINE.
           MOVE SPACES TO WS-CELL-LINE.
           MOVE "SHIFT" TO WS-LINE-LABEL.
           COMPUTE WS-SHIFT-COUNT =
               WS-CELL-COUNT(1, WS-BAND-IX, WS-SEX-IX)
               - WS-CELL-COUNT(2, WS-BAND-IX, WS-SEX-IX).
           MOVE WS-SHIFT-COUNT TO WS-EDIT-SHIFT-COUNT.
           MOVE WS-EDIT-SHIFT-COUNT TO WS-LINE-COUNT.
           IF WS-CELL-COUNT(1, WS-BAND-IX, WS-SEX-IX) > ZERO
                   AND WS-CELL-COUNT(2, WS-BAND-IX, WS-SEX-IX) > ZERO
               PERFORM 0785-SET-SHIFT-FIGURES
           END-IF.

           0785-SET-SHIFT-FIGURES.
           MOVE ZERO TO WS-CAT-IX.
           PERFORM UNTIL WS-CAT-IX >= 4
               ADD 1 TO WS-CAT-IX
               COMPUTE WS-PCT ROUNDED = WS-CELL-CAT-COUNT(1,
                   WS-BAND-IX, WS-SEX-IX, WS-CAT-IX) * 100
                   / WS-CELL-COUNT(1, WS-BAND-IX, WS-SEX-IX)
               COMPUTE WS-PCT-OTHER ROUNDED = WS-CELL-CAT-COUNT(2,
                   WS-BAND-IX, WS-SEX-IX, WS-CAT-IX) * 100
                   / WS-CELL-COUNT(2, WS-BAND-IX, WS-SEX-IX)
               COMPUTE WS-SHIFT-PCT = WS-PCT - WS-PCT-OTHER
               MOVE WS-SHIFT-PCT TO WS-EDIT-SHIFT-PCT
               MOVE WS-EDIT-SHIFT-PCT TO WS-LINE-CAT(WS-CAT-IX)
           END-PERFORM.
           COMPUTE WS-MEAN ROUNDED =
               WS-CELL-BMI-TOTAL(1, WS-BAND-IX, WS-SEX-IX)
               / WS-CELL-COUNT(1, WS-BAND-IX, WS-SEX-IX).
           COMPUTE WS-MEAN-OTHER ROUNDED =
               WS-CELL-BMI-TOTAL(2, WS-BAND-IX, WS-SEX-IX)
               / WS-CELL-COUNT(2, WS-BAND-IX, WS-SEX-IX).
           COMPUTE WS-SHIFT-BMI = WS-MEAN - WS-MEAN-OTHER.
           MOVE WS-SHIFT-BMI TO WS-EDIT-SHIFT-BMI.
           MOVE WS-EDIT-SHIFT-BMI TO WS-LINE-MEAN.
           COMPUTE WS-SHIFT-BMI =
               WS-CELL-MEDIAN(1, WS-BAND-IX, WS-SEX-IX)
               - WS-CELL-MEDIAN(2, WS-BAND-IX, WS-SEX-IX).
           MOVE WS-SHIFT-BMI TO WS-EDIT-SHIFT-BMI.
           MOVE WS-EDIT-SHIFT-BMI TO WS-LINE-MEDIAN.
           COMPUTE WS-SHIFT-BMI =
               WS-CELL-P90(1, WS-BAND-IX, WS-SEX-IX)
               - WS-CELL-P90(2, WS-BAND-IX, WS-SEX-IX).
           MOVE WS-SHIFT-BMI TO WS-EDIT-SHIFT-BMI.
           MOVE WS-EDIT-SHIFT-BMI TO WS-LINE-P90.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "POPDIST" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "POPDIST".
