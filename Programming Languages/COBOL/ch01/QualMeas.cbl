       IDENTIFICATION DIVISION.
       PROGRAM-ID. "QUALMEAS".
       AUTHOR.     ALAN GARCIA.
      *Payer quality-measure file for BMI assessment and weight
      *counseling, for one payer, either for a full measurement
      *year or year to date. The eligible members are those the
      *payer covered through the period on COVSPAN.DAT - one gap
      *of up to 45 days allowed, and covered on the last day:
      *adults 18-74 for BMI assessment (ABA), children 3-17 for
      *BMI percentile (WCCB), nutrition counseling (WCCN) and
      *physical activity counseling (WCCP), age as at December 31
      *of the measurement year. A reading in the period meets ABA;
      *for a child it also meets WCCB once the BMI is put against
      *the CDC BMI-for-age reference (BMIREF.DAT) as a percentile.
      *Counseling given at the station (COUNSEL.DAT) meets WCCN
      *and WCCP. A member with a reading inside a pregnancy
      *exclusion window in the period is excluded.
      *The member-level file goes to QUALMEAS.DAT in the payer
      *submission layout, the rates to QUALMEAS.RPT. A member
      *without current consent is counted on the report but not
      *sent. Return code 4 when the payer has no eligible members
      *or a child's percentile could not be set, 8 when a file
      *cannot be read or written.
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
           SELECT COVERAGE-SPAN-FILE ASSIGN TO "COVSPAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COVS-KEY
               FILE STATUS IS WS-COVSPAN-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT COUNSEL-FILE ASSIGN TO "COUNSEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNSL-KEY
               FILE STATUS IS WS-COUNSEL-FS.
           SELECT BMI-REFERENCE-FILE ASSIGN TO "BMIREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BMIREF-FS.
           SELECT SUBMISSION-FILE ASSIGN TO "QUALMEAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-FS.
           SELECT MEASURE-REPORT-FILE ASSIGN TO "QUALMEAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD COVERAGE-SPAN-FILE.
           COPY "COVSREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD COUNSEL-FILE.
           COPY "CNSLREC.cpy".

       FD BMI-REFERENCE-FILE.
           COPY "BMIREFRC.cpy".

       FD SUBMISSION-FILE.
           COPY "QMSUBREC.cpy".

       FD MEASURE-REPORT-FILE.
       01 MEASURE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-COVSPAN-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-COUNSEL-FS PIC XX.
       01 WS-BMIREF-FS PIC XX.
       01 WS-SUBMIT-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-LOOKUP-EOF-SW PIC X VALUE "N".
           88 END-OF-LOOKUP VALUE "Y" FALSE "N".
       01 WS-PAYER-ENTRY PIC X(8).
       01 WS-MODE-ENTRY PIC X.
           88 MODE-IS-ANNUAL VALUE "A".
           88 MODE-IS-YEAR-TO-DATE VALUE "Y".
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 FILLER PIC 9(4).
       01 WS-TODAY-TIME PIC 9(8).
       01 WS-TODAY-TIME-X REDEFINES WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 SUBMITTER-IDENTIFIER PIC X(8) VALUE "WELLQM".
       01 SUBMISSION-LAYOUT-VERSION PIC 99 VALUE 01.

      *The measure specification's age bands and the enrollment
      *gap it tolerates.
       01 ADULT-AGE-LOW PIC 99 VALUE 18.
       01 ADULT-AGE-HIGH PIC 99 VALUE 74.
       01 CHILD-AGE-LOW PIC 99 VALUE 3.
       01 CHILD-AGE-HIGH PIC 99 VALUE 17.
       01 ALLOWED-GAP-DAYS PIC 99 VALUE 45.

      *The four measures, in the order they are reported.
       01 MEASURE-NAMES.
           05 FILLER PIC X(34)
               VALUE "ABA ADULT BMI ASSESSMENT".
           05 FILLER PIC X(34)
               VALUE "WCCBCHILD BMI PERCENTILE".
           05 FILLER PIC X(34)
               VALUE "WCCNCHILD NUTRITION COUNSELING".
           05 FILLER PIC X(34)
               VALUE "WCCPCHILD ACTIVITY COUNSELING".
       01 MEASURE-NAME-TABLE REDEFINES MEASURE-NAMES.
           05 MEASURE-NAME-ENTRY OCCURS 4 TIMES.
               10 MEASURE-CODE PIC X(4).
               10 MEASURE-TITLE PIC X(30).
       01 WS-MEASURE-TABLE.
           05 WS-MEASURE-ENTRY OCCURS 4 TIMES.
               10 WS-MEAS-ELIGIBLE PIC 9(7).
               10 WS-MEAS-EXCLUDED PIC 9(7).
               10 WS-MEAS-DENOMINATOR PIC 9(7).
               10 WS-MEAS-NUMERATOR PIC 9(7).
       01 WS-MX PIC 9.

      *BMI-for-age reference, held in file order.
       01 WS-REFERENCE-TABLE.
           05 WS-REF-ENTRY OCCURS 600 TIMES.
               10 WS-REF-SEX PIC X.
               10 WS-REF-AGE-MONTHS PIC 999V9.
               10 WS-REF-L PIC S9V9(7).
               10 WS-REF-M PIC 99V9(7).
               10 WS-REF-S PIC 9V9(7).
       01 WS-REF-COUNT PIC 999 VALUE ZERO.
       01 WS-RX PIC 999.
       01 WS-REF-FOUND-IX PIC 999.

      *The member being measured.
       01 WS-AGE-YEARS PIC 999.
       01 WS-GROUP-SW PIC X.
           88 MEMBER-IS-ADULT VALUE "A".
           88 MEMBER-IS-CHILD VALUE "C".
           88 MEMBER-OUT-OF-AGE VALUE "N".
       01 WS-ENROLLED-SW PIC X VALUE "N".
           88 CONTINUOUSLY-ENROLLED VALUE "Y" FALSE "N".
       01 WS-COVERED-TO-DAY PIC 9(7).
       01 WS-PERIOD-START-DAY PIC 9(7).
       01 WS-PERIOD-END-DAY PIC 9(7).
       01 WS-SPAN-START-DAY PIC 9(7).
       01 WS-SPAN-END-DAY PIC 9(7).
       01 WS-GAP-DAYS PIC 9(7).
       01 WS-GAP-COUNT PIC 99.
       01 WS-PAYER-SPAN-SW PIC X VALUE "N".
           88 PAYER-SPAN-FOUND VALUE "Y" FALSE "N".
       01 WS-LONG-GAP-SW PIC X VALUE "N".
           88 LONG-GAP-FOUND VALUE "Y" FALSE "N".
       01 WS-EXCLUDED-SW PIC X VALUE "N".
           88 MEMBER-IS-EXCLUDED VALUE "Y" FALSE "N".
       01 WS-READING-SW PIC X VALUE "N".
           88 READING-IN-PERIOD VALUE "Y" FALSE "N".
       01 WS-READING-DATE PIC 9(8).
       01 WS-READING-BMI PIC 999V99.
       01 WS-PERCENTILE-SW PIC X VALUE "N".
           88 PERCENTILE-WAS-SET VALUE "Y" FALSE "N".
       01 WS-PERCENTILE PIC 999V99.
       01 WS-NUTRITION-SW PIC X VALUE "N".
           88 NUTRITION-IN-PERIOD VALUE "Y" FALSE "N".
       01 WS-NUTRITION-DATE PIC 9(8).
       01 WS-ACTIVITY-SW PIC X VALUE "N".
           88 ACTIVITY-IN-PERIOD VALUE "Y" FALSE "N".
       01 WS-ACTIVITY-DATE PIC 9(8).
       01 WS-SEND-SW PIC X VALUE "N".
           88 MEMBER-ROWS-SENT VALUE "Y" FALSE "N".

      *Age at the reading in whole months, and the z-score and
      *normal curve working for the percentile.
       01 WS-BIRTH-DATE-X.
           05 WS-BIRTH-YEAR PIC 9(4).
           05 WS-BIRTH-MONTH PIC 99.
           05 WS-BIRTH-DAY PIC 99.
       01 WS-READ-DATE-X.
           05 WS-READ-YEAR PIC 9(4).
           05 WS-READ-MONTH PIC 99.
           05 WS-READ-DAY PIC 99.
       01 WS-AGE-MONTHS PIC S9(4).
       01 WS-Z-SCORE PIC S9(3)V9(9).
       01 WS-ABS-Z PIC 9(3)V9(9).
       01 WS-T-VALUE PIC 9V9(12).
       01 WS-DENSITY PIC 9V9(12).
       01 WS-UPPER-TAIL PIC 9V9(12).
       01 WS-CUMULATIVE PIC 9V9(12).
       01 NORMAL-DENSITY-FACTOR PIC 9V9(10) VALUE 0.3989422804.
       01 NORMAL-P PIC 9V9(9) VALUE 0.2316419.
       01 NORMAL-B1 PIC S9V9(9) VALUE 0.319381530.
       01 NORMAL-B2 PIC S9V9(9) VALUE -0.356563782.
       01 NORMAL-B3 PIC S9V9(9) VALUE 1.781477937.
       01 NORMAL-B4 PIC S9V9(9) VALUE -1.821255978.
       01 NORMAL-B5 PIC S9V9(9) VALUE 1.330274429.

      *Run counts for the report.
       01 WS-MEMBERS-READ PIC 9(7) VALUE ZERO.
       01 WS-WITH-PAYER PIC 9(7) VALUE ZERO.
       01 WS-GAP-FAILURES PIC 9(7) VALUE ZERO.
       01 WS-NO-BIRTH-DATE PIC 9(7) VALUE ZERO.
       01 WS-NO-REFERENCE PIC 9(7) VALUE ZERO.
       01 WS-NO-CONSENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DENOMINATOR-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-NUMERATOR-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-RATE PIC 999V99.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-RATE PIC ZZ9.99.

       01 WS-MEASURE-LINE.
           05 WS-ML-CODE PIC X(4).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-ML-TITLE PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-ML-ELIGIBLE PIC ZZZ,ZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-ML-EXCLUDED PIC ZZZ,ZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-ML-DENOMINATOR PIC ZZZ,ZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-ML-NUMERATOR PIC ZZZ,ZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-ML-RATE PIC ZZ9.99.
           05 FILLER PIC X VALUE "%".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PAYER BMI QUALITY MEASURES".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           DISPLAY "Payer code: ".
           ACCEPT WS-PAYER-ENTRY.
           DISPLAY "A = annual measurement year, Y = year to date: ".
           ACCEPT WS-MODE-ENTRY.
           IF MODE-IS-ANNUAL
               DISPLAY "Measurement year (YYYY): "
               ACCEPT WS-YEAR-ENTRY
           ELSE
               MOVE WS-TODAY-YEAR TO WS-YEAR-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN WS-PAYER-ENTRY = SPACES
                   DISPLAY "A payer code is needed."
                   MOVE 8 TO WS-RETURN-CODE
               WHEN NOT MODE-IS-ANNUAL AND NOT MODE-IS-YEAR-TO-DATE
                   DISPLAY "Enter A or Y."
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-YEAR-ENTRY IS NOT NUMERIC
                       OR WS-YEAR-ENTRY < 1900
                   DISPLAY "Measurement year must be YYYY."
                   MOVE 8 TO WS-RETURN-CODE
               WHEN MODE-IS-ANNUAL AND WS-YEAR-ENTRY >= WS-TODAY-YEAR
                   DISPLAY "Year ", WS-YEAR-ENTRY,
                       " has not closed - run it year to date."
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   COMPUTE WS-PERIOD-START = WS-YEAR-ENTRY * 10000
                       + 0101
                   IF MODE-IS-ANNUAL
                       COMPUTE WS-PERIOD-END = WS-YEAR-ENTRY * 10000
                           + 1231
                   ELSE
                       MOVE WS-TODAY-DATE TO WS-PERIOD-END
                   END-IF
                   COMPUTE WS-PERIOD-START-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
                   COMPUTE WS-PERIOD-END-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
                   PERFORM 0150-LOAD-REFERENCE
                   PERFORM 0200-RUN-MEASURES
           END-EVALUATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *Without the reference every child's percentile is unmet;
      *the run still goes, so the other measures are not held
      *up, and says so.
           0150-LOAD-REFERENCE.
           OPEN INPUT BMI-REFERENCE-FILE.
           IF WS-BMIREF-FS NOT = "00"
               DISPLAY "Cannot open BMIREF.DAT, status: ",
                   WS-BMIREF-FS, " - no child percentiles"
               IF WS-BMIREF-FS NOT = "35"
                   MOVE "0150-LOAD-REFERENCE" TO ERRL-REQ-PARAGRAPH
                   MOVE "BMIREF.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-BMIREF-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ BMI-REFERENCE-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF WS-REF-COUNT < 600
                                   AND BREF-M IS NUMERIC
                                   AND BREF-M > ZERO
                               ADD 1 TO WS-REF-COUNT
                               MOVE BREF-SEX TO WS-REF-SEX(WS-REF-COUNT)
                               MOVE BREF-AGE-MONTHS
                                   TO WS-REF-AGE-MONTHS(WS-REF-COUNT)
                               MOVE BREF-L TO WS-REF-L(WS-REF-COUNT)
                               MOVE BREF-M TO WS-REF-M(WS-REF-COUNT)
                               MOVE BREF-S TO WS-REF-S(WS-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BMI-REFERENCE-FILE
           END-IF.

           0200-RUN-MEASURES.
           INITIALIZE WS-MEASURE-TABLE.
           OPEN INPUT MEMBER-MASTER-FILE.
           OPEN INPUT COVERAGE-SPAN-FILE.
           EVALUATE TRUE
               WHEN WS-MASTER-FS NOT = "00"
                   DISPLAY "Cannot open MEMBERS.DAT, status: ",
                       WS-MASTER-FS
                   MOVE "0200-RUN-MEASURES" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                   MOVE WS-PAYER-ENTRY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-COVSPAN-FS NOT = "00"
                   DISPLAY "Cannot open COVSPAN.DAT, status: ",
                       WS-COVSPAN-FS
                   MOVE "0200-RUN-MEASURES" TO ERRL-REQ-PARAGRAPH
                   MOVE "COVSPAN.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-COVSPAN-FS TO ERRL-REQ-STATUS
                   MOVE WS-PAYER-ENTRY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
                   CLOSE MEMBER-MASTER-FILE
               WHEN OTHER
                   PERFORM 0210-MEASURE-ALL-MEMBERS
                   CLOSE MEMBER-MASTER-FILE
                   CLOSE COVERAGE-SPAN-FILE
           END-EVALUATE.

           0210-MEASURE-ALL-MEMBERS.
           OPEN OUTPUT SUBMISSION-FILE.
           IF WS-SUBMIT-FS NOT = "00"
               DISPLAY "Cannot open QUALMEAS.DAT, status: ",
                   WS-SUBMIT-FS
               MOVE "0210-MEASURE-ALL-MEMBERS" TO ERRL-REQ-PARAGRAPH
               MOVE "QUALMEAS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-SUBMIT-FS TO ERRL-REQ-STATUS
               MOVE WS-PAYER-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT BMI-HISTORY-FILE
               OPEN INPUT COUNSEL-FILE
               MOVE SPACES TO QMS-RECORD
               SET QMS-IS-HEADER TO TRUE
               MOVE WS-PAYER-ENTRY TO QMS-PAYER
               MOVE WS-YEAR-ENTRY TO QMS-MEASURE-YEAR
               MOVE SUBMITTER-IDENTIFIER TO QMS-H-SUBMITTER-ID
               MOVE SUBMISSION-LAYOUT-VERSION TO QMS-H-LAYOUT-VERSION
               MOVE WS-MODE-ENTRY TO QMS-H-PERIOD-TYPE
               MOVE WS-PERIOD-START TO QMS-H-PERIOD-START
               MOVE WS-PERIOD-END TO QMS-H-PERIOD-END
               MOVE WS-TODAY-DATE TO QMS-H-CREATED-DATE
               MOVE WS-TIME-HHMMSS TO QMS-H-CREATED-TIME
               PERFORM 0650-WRITE-SUBMISSION-ROW
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ MEMBER-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MEMBERS-READ
                           IF NOT MEMBER-IS-MERGED
                               PERFORM 0250-MEASURE-ONE-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTORY-FILE
               CLOSE COUNSEL-FILE
               MOVE SPACES TO QMS-RECORD
               SET QMS-IS-TRAILER TO TRUE
               MOVE WS-PAYER-ENTRY TO QMS-PAYER
               MOVE WS-YEAR-ENTRY TO QMS-MEASURE-YEAR
               MOVE WS-DETAIL-COUNT TO QMS-T-DETAIL-COUNT
               MOVE WS-DENOMINATOR-TOTAL TO QMS-T-DENOMINATOR-TOTAL
               MOVE WS-NUMERATOR-TOTAL TO QMS-T-NUMERATOR-TOTAL
               PERFORM 0650-WRITE-SUBMISSION-ROW
               CLOSE SUBMISSION-FILE
               PERFORM 0700-WRITE-REPORT
               IF WS-RETURN-CODE = ZERO
                   IF WS-MEAS-ELIGIBLE(1) + WS-MEAS-ELIGIBLE(2) = ZERO
                       DISPLAY "No members of payer ", WS-PAYER-ENTRY,
                           " are eligible for the measures."
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   IF WS-NO-REFERENCE > ZERO
                       DISPLAY WS-NO-REFERENCE, " children had no ",
                           "BMI-for-age reference row."
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               DISPLAY "Measure file QUALMEAS.DAT - ",
                   WS-DETAIL-COUNT, " member rows; rates on "
                   "QUALMEAS.RPT"
           END-IF.

      *Age is as at December 31 of the measurement year whether
      *the run is annual or year to date, so a member stays in
      *the same band all year.
           0250-MEASURE-ONE-MEMBER.
           IF MEMBER-BIRTH-DATE IS NOT NUMERIC
                   OR MEMBER-BIRTH-DATE = ZERO
               SET MEMBER-OUT-OF-AGE TO TRUE
               MOVE ZERO TO WS-AGE-YEARS
           ELSE
               MOVE MEMBER-BIRTH-DATE TO WS-BIRTH-DATE-X
               IF WS-BIRTH-YEAR > WS-YEAR-ENTRY
                   MOVE ZERO TO WS-AGE-YEARS
               ELSE
                   COMPUTE WS-AGE-YEARS = WS-YEAR-ENTRY - WS-BIRTH-YEAR
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-YEARS >= ADULT-AGE-LOW
                           AND WS-AGE-YEARS <= ADULT-AGE-HIGH
                       SET MEMBER-IS-ADULT TO TRUE
                   WHEN WS-AGE-YEARS >= CHILD-AGE-LOW
                           AND WS-AGE-YEARS <= CHILD-AGE-HIGH
                       SET MEMBER-IS-CHILD TO TRUE
                   WHEN OTHER
                       SET MEMBER-OUT-OF-AGE TO TRUE
               END-EVALUATE
           END-IF.
           PERFORM 0300-CHECK-ENROLLMENT.
           IF PAYER-SPAN-FOUND
               ADD 1 TO WS-WITH-PAYER
           END-IF.
           EVALUATE TRUE
               WHEN NOT CONTINUOUSLY-ENROLLED
                   IF PAYER-SPAN-FOUND
                       ADD 1 TO WS-GAP-FAILURES
                   END-IF
               WHEN MEMBER-BIRTH-DATE IS NOT NUMERIC
                       OR MEMBER-BIRTH-DATE = ZERO
                   ADD 1 TO WS-NO-BIRTH-DATE
               WHEN MEMBER-OUT-OF-AGE
                   CONTINUE
               WHEN OTHER
                   PERFORM 0400-SCAN-READINGS
                   IF MEMBER-IS-CHILD
                       PERFORM 0450-SCAN-COUNSELING
                       IF READING-IN-PERIOD
                           PERFORM 0500-SET-PERCENTILE
                       END-IF
                   END-IF
                   PERFORM 0600-COUNT-MEMBER
           END-EVALUATE.

      *The payer's spans in start order are laid end to end from
      *the first day of the period. Each break before a span is a
      *gap; coverage has to reach the last day, and only one gap
      *of no more than the allowed days is forgiven. Spans under
      *other payers do not fill a gap. A member with no span for
      *the payer anywhere in the period is simply not the payer's
      *member.
           0300-CHECK-ENROLLMENT.
           SET CONTINUOUSLY-ENROLLED TO FALSE.
           SET PAYER-SPAN-FOUND TO FALSE.
           SET LONG-GAP-FOUND TO FALSE.
           MOVE ZERO TO WS-GAP-COUNT.
           MOVE WS-PERIOD-START-DAY TO WS-COVERED-TO-DAY.
           MOVE MEMBER-ID TO COVS-MEMBER-ID.
           MOVE ZERO TO COVS-START-DATE.
           SET END-OF-LOOKUP TO FALSE.
           START COVERAGE-SPAN-FILE KEY >= COVS-KEY
               INVALID KEY
                   SET END-OF-LOOKUP TO TRUE
           END-START.
           PERFORM UNTIL END-OF-LOOKUP
               READ COVERAGE-SPAN-FILE NEXT RECORD
                   AT END
                       SET END-OF-LOOKUP TO TRUE
                   NOT AT END
                       IF COVS-MEMBER-ID NOT = MEMBER-ID
                               OR COVS-START-DATE > WS-PERIOD-END
                           SET END-OF-LOOKUP TO TRUE
                       ELSE
                           IF COVS-PAYER = WS-PAYER-ENTRY
                                   AND (COVS-END-DATE = ZERO
                                   OR COVS-END-DATE >= WS-PERIOD-START)
                               PERFORM 0320-TAKE-ONE-SPAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-COVERED-TO-DAY > WS-PERIOD-END-DAY
                   AND NOT LONG-GAP-FOUND AND WS-GAP-COUNT <= 1
               SET CONTINUOUSLY-ENROLLED TO TRUE
           END-IF.

           0320-TAKE-ONE-SPAN.
           SET PAYER-SPAN-FOUND TO TRUE.
           IF COVS-START-DATE < WS-PERIOD-START
               MOVE WS-PERIOD-START-DAY TO WS-SPAN-START-DAY
           ELSE
               COMPUTE WS-SPAN-START-DAY =
                   FUNCTION INTEGER-OF-DATE(COVS-START-DATE)
           END-IF.
           IF COVS-END-DATE = ZERO OR COVS-END-DATE > WS-PERIOD-END
               MOVE WS-PERIOD-END-DAY TO WS-SPAN-END-DAY
           ELSE
               COMPUTE WS-SPAN-END-DAY =
                   FUNCTION INTEGER-OF-DATE(COVS-END-DATE)
           END-IF.
           IF WS-SPAN-START-DAY > WS-COVERED-TO-DAY
               COMPUTE WS-GAP-DAYS =
                   WS-SPAN-START-DAY - WS-COVERED-TO-DAY
               ADD 1 TO WS-GAP-COUNT
               IF WS-GAP-DAYS > ALLOWED-GAP-DAYS
                   SET LONG-GAP-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-SPAN-END-DAY >= WS-COVERED-TO-DAY
               COMPUTE WS-COVERED-TO-DAY = WS-SPAN-END-DAY + 1
           END-IF.

      *The latest reading of the period counts; one inside an
      *exclusion window excludes the member from every measure.
           0400-SCAN-READINGS.
           SET MEMBER-IS-EXCLUDED TO FALSE.
           SET READING-IN-PERIOD TO FALSE.
           MOVE ZERO TO WS-READING-DATE.
           MOVE ZERO TO WS-READING-BMI.
           IF WS-HISTORY-FS = "00" OR WS-HISTORY-FS = "10"
                   OR WS-HISTORY-FS = "23"
               MOVE MEMBER-ID TO HIST-MEMBER-ID
               MOVE WS-PERIOD-START TO HIST-DATE
               MOVE ZERO TO HIST-TIME
               SET END-OF-LOOKUP TO FALSE
               START BMI-HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       SET END-OF-LOOKUP TO TRUE
               END-START
               PERFORM UNTIL END-OF-LOOKUP
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-LOOKUP TO TRUE
                       NOT AT END
                           IF HIST-MEMBER-ID NOT = MEMBER-ID
                                   OR HIST-DATE > WS-PERIOD-END
                               SET END-OF-LOOKUP TO TRUE
                           ELSE
                               IF HIST-IS-EXCLUDED
                                   SET MEMBER-IS-EXCLUDED TO TRUE
                               ELSE
                                   SET READING-IN-PERIOD TO TRUE
                                   MOVE HIST-DATE TO WS-READING-DATE
                                   MOVE HIST-BMI TO WS-READING-BMI
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0450-SCAN-COUNSELING.
           SET NUTRITION-IN-PERIOD TO FALSE.
           SET ACTIVITY-IN-PERIOD TO FALSE.
           MOVE ZERO TO WS-NUTRITION-DATE.
           MOVE ZERO TO WS-ACTIVITY-DATE.
           IF WS-COUNSEL-FS = "00" OR WS-COUNSEL-FS = "10"
                   OR WS-COUNSEL-FS = "23"
               MOVE MEMBER-ID TO CNSL-MEMBER-ID
               MOVE WS-PERIOD-START TO CNSL-DATE
               MOVE ZERO TO CNSL-TIME
               SET END-OF-LOOKUP TO FALSE
               START COUNSEL-FILE KEY >= CNSL-KEY
                   INVALID KEY
                       SET END-OF-LOOKUP TO TRUE
               END-START
               PERFORM UNTIL END-OF-LOOKUP
                   READ COUNSEL-FILE NEXT RECORD
                       AT END
                           SET END-OF-LOOKUP TO TRUE
                       NOT AT END
                           IF CNSL-MEMBER-ID NOT = MEMBER-ID
                                   OR CNSL-DATE > WS-PERIOD-END
                               SET END-OF-LOOKUP TO TRUE
                           ELSE
                               IF CNSL-NUTRITION-GIVEN
                                   SET NUTRITION-IN-PERIOD TO TRUE
                                   MOVE CNSL-DATE TO WS-NUTRITION-DATE
                               END-IF
                               IF CNSL-ACTIVITY-GIVEN
                                   SET ACTIVITY-IN-PERIOD TO TRUE
                                   MOVE CNSL-DATE TO WS-ACTIVITY-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *The reference row is the child's sex at the half month
      *that covers their age at the reading. The z-score is the
      *CDC LMS transform, and the percentile comes off the normal
      *curve by the Abramowitz and Stegun approximation, good to
      *well inside a hundredth of a percentile point.
           0500-SET-PERCENTILE.
           SET PERCENTILE-WAS-SET TO FALSE.
           MOVE ZERO TO WS-PERCENTILE.
           MOVE WS-READING-DATE TO WS-READ-DATE-X.
           COMPUTE WS-AGE-MONTHS =
               (WS-READ-YEAR - WS-BIRTH-YEAR) * 12
               + WS-READ-MONTH - WS-BIRTH-MONTH.
           IF WS-READ-DAY < WS-BIRTH-DAY
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF.
           PERFORM 0520-FIND-REFERENCE-ROW.
           IF WS-REF-FOUND-IX = ZERO OR WS-READING-BMI = ZERO
               ADD 1 TO WS-NO-REFERENCE
           ELSE
               MOVE WS-REF-FOUND-IX TO WS-RX
               IF WS-REF-L(WS-RX) = ZERO
                   COMPUTE WS-Z-SCORE ROUNDED =
                       FUNCTION LOG(WS-READING-BMI / WS-REF-M(WS-RX))
                       / WS-REF-S(WS-RX)
               ELSE
                   COMPUTE WS-Z-SCORE ROUNDED =
                       ((WS-READING-BMI / WS-REF-M(WS-RX))
                           ** WS-REF-L(WS-RX) - 1)
                       / (WS-REF-L(WS-RX) * WS-REF-S(WS-RX))
               END-IF
               MOVE WS-Z-SCORE TO WS-ABS-Z
               COMPUTE WS-T-VALUE ROUNDED =
                   1 / (1 + NORMAL-P * WS-ABS-Z)
               COMPUTE WS-DENSITY ROUNDED = NORMAL-DENSITY-FACTOR
                   * FUNCTION EXP(0 - WS-ABS-Z * WS-ABS-Z / 2)
               COMPUTE WS-UPPER-TAIL ROUNDED = WS-DENSITY
                   * (NORMAL-B1 * WS-T-VALUE
                   + NORMAL-B2 * WS-T-VALUE ** 2
                   + NORMAL-B3 * WS-T-VALUE ** 3
                   + NORMAL-B4 * WS-T-VALUE ** 4
                   + NORMAL-B5 * WS-T-VALUE ** 5)
               IF WS-Z-SCORE < ZERO
                   MOVE WS-UPPER-TAIL TO WS-CUMULATIVE
               ELSE
                   COMPUTE WS-CUMULATIVE = 1 - WS-UPPER-TAIL
               END-IF
               COMPUTE WS-PERCENTILE ROUNDED = WS-CUMULATIVE * 100
               SET PERCENTILE-WAS-SET TO TRUE
           END-IF.

           0520-FIND-REFERENCE-ROW.
           MOVE ZERO TO WS-REF-FOUND-IX.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= WS-REF-COUNT
               ADD 1 TO WS-RX
               IF WS-REF-SEX(WS-RX) = MEMBER-SEX
                       AND WS-REF-AGE-MONTHS(WS-RX)
                           <= WS-AGE-MONTHS + 0.5
                   IF WS-REF-FOUND-IX = ZERO
                       MOVE WS-RX TO WS-REF-FOUND-IX
                   ELSE
                       IF WS-REF-AGE-MONTHS(WS-RX)
                               > WS-REF-AGE-MONTHS(WS-REF-FOUND-IX)
                           MOVE WS-RX TO WS-REF-FOUND-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REF-FOUND-IX > ZERO
               IF WS-REF-AGE-MONTHS(WS-REF-FOUND-IX)
                       < WS-AGE-MONTHS - 1
                   MOVE ZERO TO WS-REF-FOUND-IX
               END-IF
           END-IF.

      *Consent comes first: without current consent the member's
      *data does not leave the system, so the member is counted
      *here and kept off the file.
           0600-COUNT-MEMBER.
           IF MEMBER-HAS-CONSENT
                   AND MEMBER-CONSENT-EXPIRES >= WS-TODAY-DATE
               SET MEMBER-ROWS-SENT TO TRUE
           ELSE
               SET MEMBER-ROWS-SENT TO FALSE
               ADD 1 TO WS-NO-CONSENT-COUNT
           END-IF.
           MOVE SPACES TO QMS-RECORD.
           IF MEMBER-IS-ADULT
               MOVE 1 TO WS-MX
               MOVE WS-READING-DATE TO QMS-D-SERVICE-DATE
               MOVE WS-READING-BMI TO QMS-D-RESULT
               PERFORM 0620-COUNT-ONE-MEASURE
           ELSE
               MOVE 2 TO WS-MX
               IF PERCENTILE-WAS-SET
                   MOVE WS-READING-DATE TO QMS-D-SERVICE-DATE
               ELSE
                   MOVE ZERO TO QMS-D-SERVICE-DATE
               END-IF
               MOVE WS-PERCENTILE TO QMS-D-RESULT
               PERFORM 0620-COUNT-ONE-MEASURE
               MOVE 3 TO WS-MX
               MOVE WS-NUTRITION-DATE TO QMS-D-SERVICE-DATE
               MOVE ZERO TO QMS-D-RESULT
               PERFORM 0620-COUNT-ONE-MEASURE
               MOVE 4 TO WS-MX
               MOVE WS-ACTIVITY-DATE TO QMS-D-SERVICE-DATE
               MOVE ZERO TO QMS-D-RESULT
               PERFORM 0620-COUNT-ONE-MEASURE
           END-IF.

      *The service date and result are set by the caller; this
      *settles the flags, the counts and the row.
           0620-COUNT-ONE-MEASURE.
           ADD 1 TO WS-MEAS-ELIGIBLE(WS-MX).
           MOVE MEASURE-CODE(WS-MX) TO QMS-D-MEASURE.
           MOVE "N" TO QMS-D-NUMERATOR-FLAG.
           IF MEMBER-IS-EXCLUDED
               ADD 1 TO WS-MEAS-EXCLUDED(WS-MX)
               MOVE "N" TO QMS-D-DENOMINATOR-FLAG
               MOVE "Y" TO QMS-D-EXCLUSION-FLAG
               MOVE ZERO TO QMS-D-SERVICE-DATE
               MOVE ZERO TO QMS-D-RESULT
           ELSE
               ADD 1 TO WS-MEAS-DENOMINATOR(WS-MX)
               MOVE "Y" TO QMS-D-DENOMINATOR-FLAG
               MOVE "N" TO QMS-D-EXCLUSION-FLAG
               IF (WS-MX = 1 AND READING-IN-PERIOD)
                       OR (WS-MX = 2 AND PERCENTILE-WAS-SET)
                       OR (WS-MX = 3 AND NUTRITION-IN-PERIOD)
                       OR (WS-MX = 4 AND ACTIVITY-IN-PERIOD)
                   ADD 1 TO WS-MEAS-NUMERATOR(WS-MX)
                   MOVE "Y" TO QMS-D-NUMERATOR-FLAG
               END-IF
           END-IF.
           IF MEMBER-ROWS-SENT
               PERFORM 0630-WRITE-DETAIL
           END-IF.

           0630-WRITE-DETAIL.
           SET QMS-IS-DETAIL TO TRUE.
           MOVE WS-PAYER-ENTRY TO QMS-PAYER.
           MOVE WS-YEAR-ENTRY TO QMS-MEASURE-YEAR.
           MOVE MEMBER-ID TO QMS-D-MEMBER-ID.
           MOVE MEMBER-BIRTH-DATE TO QMS-D-BIRTH-DATE.
           MOVE MEMBER-SEX TO QMS-D-SEX.
           PERFORM 0650-WRITE-SUBMISSION-ROW.
           ADD 1 TO WS-DETAIL-COUNT.
           IF QMS-D-DENOMINATOR-FLAG = "Y"
               ADD 1 TO WS-DENOMINATOR-TOTAL
           END-IF.
           IF QMS-D-NUMERATOR-FLAG = "Y"
               ADD 1 TO WS-NUMERATOR-TOTAL
           END-IF.
           MOVE SPACES TO QMS-RECORD.

           0650-WRITE-SUBMISSION-ROW.
           WRITE QMS-RECORD.
           IF WS-SUBMIT-FS NOT = "00"
               DISPLAY "Could not write QUALMEAS.DAT, status: ",
                   WS-SUBMIT-FS
               MOVE "0650-WRITE-SUBMISSION-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE "QUALMEAS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-SUBMIT-FS TO ERRL-REQ-STATUS
               MOVE WS-PAYER-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *The rate is numerator over denominator; excluded members
      *are shown but are in neither.
           0700-WRITE-REPORT.
           OPEN OUTPUT MEASURE-REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open QUALMEAS.RPT, status: ",
                   WS-REPORT-FS
               MOVE "0700-WRITE-REPORT" TO ERRL-REQ-PARAGRAPH
               MOVE "QUALMEAS.RPT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REPORT-FS TO ERRL-REQ-STATUS
               MOVE WS-PAYER-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO MEASURE-REPORT-LINE
               IF MODE-IS-ANNUAL
                   STRING "BMI QUALITY MEASURES - PAYER "
                       WS-PAYER-ENTRY "  MEASUREMENT YEAR "
                       WS-YEAR-ENTRY "  RUN " WS-TODAY-DATE
                       DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               ELSE
                   STRING "BMI QUALITY MEASURES - PAYER "
                       WS-PAYER-ENTRY "  YEAR TO DATE "
                       WS-PERIOD-START " TO " WS-PERIOD-END
                       DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               END-IF
               WRITE MEASURE-REPORT-LINE
               MOVE SPACES TO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               MOVE SPACES TO MEASURE-REPORT-LINE
               STRING "CODE  MEASURE                       "
                   " ELIGIBLE  EXCLUDED     DENOM     NUMER"
                   "      RATE"
                   DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               MOVE ZERO TO WS-MX
               PERFORM UNTIL WS-MX >= 4
                   ADD 1 TO WS-MX
                   PERFORM 0720-WRITE-ONE-MEASURE
               END-PERFORM
               MOVE SPACES TO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               MOVE WS-MEMBERS-READ TO WS-EDIT-COUNT
               MOVE SPACES TO MEASURE-REPORT-LINE
               STRING "  MEMBERS ON MASTER            " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               MOVE WS-WITH-PAYER TO WS-EDIT-COUNT
               MOVE SPACES TO MEASURE-REPORT-LINE
               STRING "  COVERED BY PAYER IN PERIOD   " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               MOVE WS-GAP-FAILURES TO WS-EDIT-COUNT
               MOVE SPACES TO MEASURE-REPORT-LINE
               STRING "  NOT CONTINUOUSLY ENROLLED    " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               MOVE WS-NO-BIRTH-DATE TO WS-EDIT-COUNT
               MOVE SPACES TO MEASURE-REPORT-LINE
               STRING "  NO BIRTH DATE ON MASTER      " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               MOVE WS-NO-REFERENCE TO WS-EDIT-COUNT
               MOVE SPACES TO MEASURE-REPORT-LINE
               STRING "  NO BMI-FOR-AGE REFERENCE     " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               MOVE WS-NO-CONSENT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO MEASURE-REPORT-LINE
               STRING "  NOT SENT - NO CURRENT CONSENT" WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO MEASURE-REPORT-LINE
               STRING "  MEMBER ROWS ON QUALMEAS.DAT  " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO MEASURE-REPORT-LINE
               WRITE MEASURE-REPORT-LINE
               CLOSE MEASURE-REPORT-FILE
           END-IF.

           0720-WRITE-ONE-MEASURE.
           MOVE MEASURE-CODE(WS-MX) TO WS-ML-CODE.
           MOVE MEASURE-TITLE(WS-MX) TO WS-ML-TITLE.
           MOVE WS-MEAS-ELIGIBLE(WS-MX) TO WS-ML-ELIGIBLE.
           MOVE WS-MEAS-EXCLUDED(WS-MX) TO WS-ML-EXCLUDED.
           MOVE WS-MEAS-DENOMINATOR(WS-MX) TO WS-ML-DENOMINATOR.
           MOVE WS-MEAS-NUMERATOR(WS-MX) TO WS-ML-NUMERATOR.
           MOVE ZERO TO WS-RATE.
           IF WS-MEAS-DENOMINATOR(WS-MX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-MEAS-NUMERATOR(WS-MX) * 100
                   / WS-MEAS-DENOMINATOR(WS-MX)
           END-IF.
           MOVE WS-RATE TO WS-ML-RATE.
           MOVE WS-MEASURE-LINE TO MEASURE-REPORT-LINE.
           WRITE MEASURE-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "QUALMEAS" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "QUALMEAS".
