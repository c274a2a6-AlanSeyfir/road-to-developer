       IDENTIFICATION DIVISION.
       PROGRAM-ID. "QLTYCARD".
       AUTHOR.     ALAN GARCIA.
      *Monthly screening operator quality scorecard. For each
      *operator with work in the month: readings taken, the share
      *held to suspense and the share of those the supervisor then
      *rejected, the share voided afterwards, key-verify mismatches
      *on batches they keyed, calibration overrides at their
      *station, and CALCBMI batch rejects by disposition code.
      *Each measure is set beside the average for the operator's
      *site - the site of the station they last signed on at - and
      *a slip measure more than two standard deviations above it
      *flags the operator for retraining, so a careless screener
      *is found from the numbers and not from member complaints.
      *Return code 4 when anyone is flagged, 8 when the history
      *cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-BYDATE-FILE ASSIGN TO "HISTBYDT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HBD-KEY
               FILE STATUS IS WS-BYDT-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-FS.
           SELECT OPER-QUALITY-FILE ASSIGN TO "OPERQLTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPQL-FS.
           SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-FS.
           SELECT STATION-FILE ASSIGN TO "STATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-ID
               FILE STATUS IS WS-STATION-FS.
           SELECT SCORECARD-FILE ASSIGN TO "QLTYCARD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HIST-BYDATE-FILE.
           COPY "HISTBYDT.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD SUSPENSE-FILE.
           COPY "SUSPREC.cpy".

       FD OPER-QUALITY-FILE.
           COPY "OPQLREC.cpy".

       FD SIGNON-LOG-FILE.
       01 SIGNON-LOG-LINE.
           05 SLOG-DATE PIC X(8).
           05 FILLER PIC X(16).
           05 SLOG-STATION-ID PIC X(8).
           05 FILLER PIC X(10).
           05 SLOG-OPERATOR-ID PIC X(8).
           05 FILLER PIC X.
           05 SLOG-EVENT PIC X(8).
           05 FILLER PIC X(21).

       FD STATION-FILE.
           COPY "STATREC.cpy".

       FD SCORECARD-FILE.
       01 SCORECARD-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BYDT-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-SUSP-FS PIC XX.
       01 WS-OPQL-FS PIC XX.
       01 WS-SIGNLOG-FS PIC XX.
       01 WS-STATION-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-STATION-OPEN-SW PIC X VALUE "N".
           88 REGISTRY-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-MONTH-ENTRY PIC 9(6).
       01 WS-MONTH-END PIC 9(8).
       01 WS-MONTH-END-X REDEFINES WS-MONTH-END PIC X(8).
       01 SITE-ALL-SITES PIC X(20) VALUE "ALL SITES".
       01 SITE-NOT-KNOWN PIC X(20) VALUE "NO SITE ON FILE".
      *A slip measure this many standard deviations above the site
      *average flags the operator.
       01 FLAG-STD-DEVIATIONS PIC 9 VALUE 2.

      *Measures 1-4 are per reading taken and only mean something
      *for an operator who took readings; 5 on are plain counts.
       01 MEASURE-COUNT PIC 99 VALUE 12.
       01 WS-MEASURE-NAMES-VALUES.
           05 FILLER PIC X(22) VALUE "READINGS TAKEN".
           05 FILLER PIC X(22) VALUE "HELD TO SUSPENSE %".
           05 FILLER PIC X(22) VALUE "SUSPENSE REJECTED %".
           05 FILLER PIC X(22) VALUE "READINGS VOIDED %".
           05 FILLER PIC X(22) VALUE "KEY-VERIFY MISMATCHES".
           05 FILLER PIC X(22) VALUE "CALIBRATION OVERRIDES".
           05 FILLER PIC X(22) VALUE "BATCH REJ 10 RANGE".
           05 FILLER PIC X(22) VALUE "BATCH REJ 30 INACTIVE".
           05 FILLER PIC X(22) VALUE "BATCH REJ 40 CONSENT".
           05 FILLER PIC X(22) VALUE "BATCH REJ 50 DATE".
           05 FILLER PIC X(22) VALUE "BATCH REJ 60 HELD".
           05 FILLER PIC X(22) VALUE "BATCH REJ 70 CHECK DGT".
       01 WS-MEASURE-NAMES REDEFINES WS-MEASURE-NAMES-VALUES.
           05 WS-MEASURE-NAME PIC X(22) OCCURS 12 TIMES.
      *Batch reject disposition codes, in measure order from 7.
       01 WS-REJECT-CODES-VALUES PIC X(12) VALUE "103040506070".
       01 WS-REJECT-CODES REDEFINES WS-REJECT-CODES-VALUES.
           05 WS-REJECT-CODE PIC XX OCCURS 6 TIMES.

       01 OPERATOR-TABLE-MAX PIC 9(4) VALUE 500.
       01 WS-OPER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OP-ROW OCCURS 500 TIMES.
               10 WS-OP-SORT-KEY.
                   15 WS-OP-SITE PIC X(20).
                   15 WS-OP-ID PIC X(8).
               10 WS-OP-SX PIC 99.
               10 WS-OP-TALLY PIC 9(5) OCCURS 12 TIMES.
               10 WS-OP-VALUE PIC 9(5)V99 OCCURS 12 TIMES.
       01 WS-HOLD-OP-ROW PIC X(174).
       01 WS-OX PIC 9(4).
       01 WS-OY PIC 9(4).
       01 WS-FIND-ID PIC X(8).
       01 WS-OVERFLOW-SW PIC X VALUE "N".
           88 OPER-TABLE-FULL VALUE "Y" FALSE "N".

       01 SITE-TABLE-MAX PIC 99 VALUE 50.
       01 WS-SITE-COUNT PIC 99 VALUE ZERO.
       01 WS-SITE-TABLE.
           05 WS-SITE-ROW OCCURS 50 TIMES.
               10 WS-SITE-NAME PIC X(20).
               10 WS-SITE-OPERS PIC 9(4).
               10 WS-SITE-MEASURE OCCURS 12 TIMES.
                   15 WS-SM-N PIC 9(4).
                   15 WS-SM-SUM PIC 9(11)V99.
                   15 WS-SM-SUMSQ PIC 9(15)V99.
                   15 WS-SM-MEAN PIC 9(7)V99.
                   15 WS-SM-SD PIC 9(7)V99.
       01 WS-SX PIC 99.
       01 WS-MX PIC 99.
       01 WS-CX PIC 9.
       01 WS-VARIANCE PIC S9(15)V9(4).
       01 WS-FLAG-LIMIT PIC 9(9)V99.
       01 WS-FLAG-TEXT PIC X(7).
       01 WS-OPER-FLAGGED-SW PIC X VALUE "N".
           88 OPERATOR-IS-FLAGGED VALUE "Y" FALSE "N".
       01 WS-FLAGGED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LAST-SITE PIC X(20).
       01 WS-VALUE-DISP PIC ZZZZ9.99.
       01 WS-MEAN-DISP PIC ZZZZ9.99.
       01 WS-SD-DISP PIC ZZZZ9.99.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "OPERATOR QUALITY SCORECARD".
           DISPLAY "Scorecard for which month (YYYYMM): ".
           ACCEPT WS-MONTH-ENTRY.
           COMPUTE WS-MONTH-END = WS-MONTH-ENTRY * 100 + 31.
           PERFORM 0200-COUNT-READINGS.
           IF WS-RETURN-CODE = 8
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0300-SCAN-SUSPENSE.
           PERFORM 0400-SCAN-QUALITY-EVENTS.
           IF OPER-TABLE-FULL
               DISPLAY "More operators than the scorecard holds - "
                   "the rest are left off."
           END-IF.
           PERFORM 0500-ASSIGN-SITES.
           PERFORM 0550-SORT-OPERATORS.
           PERFORM 0600-COMPUTE-MEASURES.
           PERFORM 0650-COMPUTE-SITE-STATS.
           PERFORM 0700-WRITE-SCORECARD.
           DISPLAY "Operators scored: ", WS-OPER-COUNT,
               "  flagged for retraining: ", WS-FLAGGED-COUNT.
           DISPLAY "Scorecard QLTYCARD.RPT.".
           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *Readings come off the by-date companion, positioned at the
      *month, and each is looked up in the history for the
      *operator who took it. Physician forms have no operator.
           0200-COUNT-READINGS.
           OPEN INPUT HIST-BYDATE-FILE.
           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-BYDT-FS NOT = "00" OR WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot read the BMI history, status: ",
                   WS-BYDT-FS, " ", WS-HISTORY-FS
               MOVE "0200-COUNT-READINGS" TO ERRL-REQ-PARAGRAPH
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               IF WS-BYDT-FS NOT = "00"
                   MOVE "HISTBYDT.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-BYDT-FS TO ERRL-REQ-STATUS
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               IF WS-HISTORY-FS NOT = "00"
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               COMPUTE HBD-DATE = WS-MONTH-ENTRY * 100 + 1
               MOVE ZERO TO HBD-MEMBER-ID
               MOVE ZERO TO HBD-TIME
               START HIST-BYDATE-FILE KEY >= HBD-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-BYDT-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ HIST-BYDATE-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF HBD-DATE(1:6) = WS-MONTH-ENTRY
                               PERFORM 0220-CREDIT-ONE-READING
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HIST-BYDATE-FILE.
           CLOSE BMI-HISTORY-FILE.

           0220-CREDIT-ONE-READING.
           MOVE HBD-MEMBER-ID TO HIST-MEMBER-ID.
           MOVE HBD-DATE TO HIST-DATE.
           MOVE HBD-TIME TO HIST-TIME.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-OPERATOR-ID NOT = SPACES
                           AND NOT HIST-FROM-PHYSICIAN
                       MOVE HIST-OPERATOR-ID TO WS-FIND-ID
                       PERFORM 0250-FIND-OPERATOR
                       IF WS-OX > ZERO
                           ADD 1 TO WS-OP-TALLY(WS-OX, 1)
                       END-IF
                   END-IF
           END-READ.

      *Finds the operator's row, adding one if there is room;
      *WS-OX comes back zero when the table is full.
           0250-FIND-OPERATOR.
           MOVE ZERO TO WS-OY.
           MOVE ZERO TO WS-OX.
           PERFORM UNTIL WS-OY >= WS-OPER-COUNT OR WS-OX > ZERO
               ADD 1 TO WS-OY
               IF WS-OP-ID(WS-OY) = WS-FIND-ID
                   MOVE WS-OY TO WS-OX
               END-IF
           END-PERFORM.
           IF WS-OX = ZERO
               IF WS-OPER-COUNT < OPERATOR-TABLE-MAX
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-OX
                   INITIALIZE WS-OP-ROW(WS-OX)
                   MOVE WS-FIND-ID TO WS-OP-ID(WS-OX)
               ELSE
                   SET OPER-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      *A held reading that was released is already in the history
      *and counted there; one still held or rejected is a reading
      *taken all the same.
           0300-SCAN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-FS = "00"
               SET END-OF-SCAN TO FALSE
               PERFORM UNTIL END-OF-SCAN
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF SUSP-DATE(1:6) = WS-MONTH-ENTRY
                                   AND SUSP-OPERATOR-ID NOT = SPACES
                               PERFORM 0320-CREDIT-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

           0320-CREDIT-ONE-HOLD.
           MOVE SUSP-OPERATOR-ID TO WS-FIND-ID.
           PERFORM 0250-FIND-OPERATOR.
           IF WS-OX > ZERO
               ADD 1 TO WS-OP-TALLY(WS-OX, 2)
               IF SUSP-IS-REJECTED
                   ADD 1 TO WS-OP-TALLY(WS-OX, 3)
               END-IF
               IF NOT SUSP-IS-RELEASED
                   ADD 1 TO WS-OP-TALLY(WS-OX, 1)
               END-IF
           END-IF.

      *A void is counted against the month the reading was taken,
      *and the voided reading - gone from the history - is put
      *back into the readings taken. The other events count in
      *the month they happened.
           0400-SCAN-QUALITY-EVENTS.
           OPEN INPUT OPER-QUALITY-FILE.
           IF WS-OPQL-FS = "00"
               SET END-OF-SCAN TO FALSE
               PERFORM UNTIL END-OF-SCAN
                   READ OPER-QUALITY-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 0420-CREDIT-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE OPER-QUALITY-FILE
           END-IF.

           0420-CREDIT-ONE-EVENT.
           MOVE ZERO TO WS-MX.
           EVALUATE TRUE
               WHEN OPQL-IS-VOID
                   IF OPQL-READING-DATE(1:6) = WS-MONTH-ENTRY
                       MOVE 4 TO WS-MX
                   END-IF
               WHEN OPQL-DATE(1:6) NOT = WS-MONTH-ENTRY
                   CONTINUE
               WHEN OPQL-IS-KEY-MISMATCH
                   MOVE 5 TO WS-MX
               WHEN OPQL-IS-CAL-OVERRIDE
                   MOVE 6 TO WS-MX
               WHEN OPQL-IS-BATCH-REJECT
                   MOVE ZERO TO WS-CX
                   PERFORM UNTIL WS-CX >= 6 OR WS-MX > ZERO
                       ADD 1 TO WS-CX
                       IF WS-REJECT-CODE(WS-CX) = OPQL-DETAIL(1:2)
                           COMPUTE WS-MX = WS-CX + 6
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MX > ZERO AND OPQL-OPERATOR-ID NOT = SPACES
               MOVE OPQL-OPERATOR-ID TO WS-FIND-ID
               PERFORM 0250-FIND-OPERATOR
               IF WS-OX > ZERO
                   ADD 1 TO WS-OP-TALLY(WS-OX, WS-MX)
                   IF WS-MX = 4
                       ADD 1 TO WS-OP-TALLY(WS-OX, 1)
                   END-IF
               END-IF
           END-IF.

      *An operator belongs to the site of the last screening,
      *desk or kiosk station they signed on at by the month end;
      *back-office programs sign on too but say nothing about
      *where the operator works. With no registry, one site.
           0500-ASSIGN-SITES.
           OPEN INPUT STATION-FILE.
           IF WS-STATION-FS = "00"
               SET REGISTRY-IS-OPEN TO TRUE
               OPEN INPUT SIGNON-LOG-FILE
               IF WS-SIGNLOG-FS = "00"
                   SET END-OF-SCAN TO FALSE
                   PERFORM UNTIL END-OF-SCAN
                       READ SIGNON-LOG-FILE
                           AT END
                               SET END-OF-SCAN TO TRUE
                           NOT AT END
                               IF SLOG-EVENT = "SIGNON"
                                   AND SLOG-DATE <= WS-MONTH-END-X
                                   PERFORM 0520-NOTE-SIGN-ON
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SIGNON-LOG-FILE
               END-IF
               CLOSE STATION-FILE
           END-IF.
           MOVE ZERO TO WS-OX.
           PERFORM UNTIL WS-OX >= WS-OPER-COUNT
               ADD 1 TO WS-OX
               EVALUATE TRUE
                   WHEN NOT REGISTRY-IS-OPEN
                       MOVE SITE-ALL-SITES TO WS-OP-SITE(WS-OX)
                   WHEN WS-OP-SITE(WS-OX) = SPACES
                       MOVE SITE-NOT-KNOWN TO WS-OP-SITE(WS-OX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           0520-NOTE-SIGN-ON.
           MOVE ZERO TO WS-OY.
           MOVE ZERO TO WS-OX.
           PERFORM UNTIL WS-OY >= WS-OPER-COUNT OR WS-OX > ZERO
               ADD 1 TO WS-OY
               IF WS-OP-ID(WS-OY) = SLOG-OPERATOR-ID
                   MOVE WS-OY TO WS-OX
               END-IF
           END-PERFORM.
           IF WS-OX > ZERO
               MOVE SLOG-STATION-ID TO STAT-ID
               READ STATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT STAT-IS-BACK-OFFICE
                           MOVE STAT-SITE TO WS-OP-SITE(WS-OX)
                       END-IF
               END-READ
           END-IF.

      *Site then operator, so each site's operators print
      *together under its averages.
           0550-SORT-OPERATORS.
           MOVE 1 TO WS-OX.
           PERFORM UNTIL WS-OX >= WS-OPER-COUNT
               COMPUTE WS-OY = WS-OX + 1
               PERFORM UNTIL WS-OY > WS-OPER-COUNT
                   IF WS-OP-SORT-KEY(WS-OY) < WS-OP-SORT-KEY(WS-OX)
                       MOVE WS-OP-ROW(WS-OX) TO WS-HOLD-OP-ROW
                       MOVE WS-OP-ROW(WS-OY) TO WS-OP-ROW(WS-OX)
                       MOVE WS-HOLD-OP-ROW TO WS-OP-ROW(WS-OY)
                   END-IF
                   ADD 1 TO WS-OY
               END-PERFORM
               ADD 1 TO WS-OX
           END-PERFORM.

           0600-COMPUTE-MEASURES.
           MOVE SPACES TO WS-LAST-SITE.
           MOVE ZERO TO WS-OX.
           PERFORM UNTIL WS-OX >= WS-OPER-COUNT
               ADD 1 TO WS-OX
               IF WS-OP-SITE(WS-OX) NOT = WS-LAST-SITE
                       AND WS-SITE-COUNT < SITE-TABLE-MAX
                   ADD 1 TO WS-SITE-COUNT
                   INITIALIZE WS-SITE-ROW(WS-SITE-COUNT)
                   MOVE WS-OP-SITE(WS-OX)
                       TO WS-SITE-NAME(WS-SITE-COUNT)
                   MOVE WS-OP-SITE(WS-OX) TO WS-LAST-SITE
               END-IF
               MOVE WS-SITE-COUNT TO WS-SX
               MOVE WS-SX TO WS-OP-SX(WS-OX)
               ADD 1 TO WS-SITE-OPERS(WS-SX)
               MOVE ZERO TO WS-MX
               PERFORM UNTIL WS-MX >= MEASURE-COUNT
                   ADD 1 TO WS-MX
                   PERFORM 0620-COMPUTE-ONE-MEASURE
               END-PERFORM
           END-PERFORM.

           0620-COMPUTE-ONE-MEASURE.
           EVALUATE TRUE
               WHEN WS-MX = 1 OR WS-MX > 4
                   MOVE WS-OP-TALLY(WS-OX, WS-MX)
                       TO WS-OP-VALUE(WS-OX, WS-MX)
               WHEN WS-OP-TALLY(WS-OX, 1) > ZERO
                   COMPUTE WS-OP-VALUE(WS-OX, WS-MX) ROUNDED =
                       WS-OP-TALLY(WS-OX, WS-MX) * 100
                       / WS-OP-TALLY(WS-OX, 1)
               WHEN OTHER
                   MOVE ZERO TO WS-OP-VALUE(WS-OX, WS-MX)
           END-EVALUATE.
           IF WS-MX > 4 OR WS-OP-TALLY(WS-OX, 1) > ZERO
               ADD 1 TO WS-SM-N(WS-SX, WS-MX)
               ADD WS-OP-VALUE(WS-OX, WS-MX) TO WS-SM-SUM(WS-SX, WS-MX)
               COMPUTE WS-SM-SUMSQ(WS-SX, WS-MX) =
                   WS-SM-SUMSQ(WS-SX, WS-MX)
                   + WS-OP-VALUE(WS-OX, WS-MX)
                   * WS-OP-VALUE(WS-OX, WS-MX)
           END-IF.

      *Population standard deviation over the site's operators.
           0650-COMPUTE-SITE-STATS.
           MOVE ZERO TO WS-SX.
           PERFORM UNTIL WS-SX >= WS-SITE-COUNT
               ADD 1 TO WS-SX
               MOVE ZERO TO WS-MX
               PERFORM UNTIL WS-MX >= MEASURE-COUNT
                   ADD 1 TO WS-MX
                   IF WS-SM-N(WS-SX, WS-MX) > ZERO
                       COMPUTE WS-SM-MEAN(WS-SX, WS-MX) ROUNDED =
                           WS-SM-SUM(WS-SX, WS-MX)
                           / WS-SM-N(WS-SX, WS-MX)
                       COMPUTE WS-VARIANCE =
                           WS-SM-SUMSQ(WS-SX, WS-MX)
                           / WS-SM-N(WS-SX, WS-MX)
                           - (WS-SM-SUM(WS-SX, WS-MX)
                           / WS-SM-N(WS-SX, WS-MX)) ** 2
                       IF WS-VARIANCE > ZERO
                           COMPUTE WS-SM-SD(WS-SX, WS-MX) ROUNDED =
                               FUNCTION SQRT(WS-VARIANCE)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           0700-WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-FILE.
           MOVE SPACES TO SCORECARD-LINE.
           STRING "OPERATOR QUALITY SCORECARD FOR " WS-MONTH-ENTRY
               DELIMITED BY SIZE INTO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           MOVE SPACES TO SCORECARD-LINE.
           STRING "SLIP MEASURES MORE THAN " FLAG-STD-DEVIATIONS
               " STANDARD DEVIATIONS ABOVE THE SITE AVERAGE ARE "
               "FLAGGED RETRAIN"
               DELIMITED BY SIZE INTO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           MOVE SPACES TO WS-LAST-SITE.
           MOVE ZERO TO WS-OX.
           PERFORM UNTIL WS-OX >= WS-OPER-COUNT
               ADD 1 TO WS-OX
               MOVE WS-OP-SX(WS-OX) TO WS-SX
               IF WS-OP-SITE(WS-OX) NOT = WS-LAST-SITE
                   MOVE WS-OP-SITE(WS-OX) TO WS-LAST-SITE
                   MOVE SPACES TO SCORECARD-LINE
                   WRITE SCORECARD-LINE
                   MOVE SPACES TO SCORECARD-LINE
                   STRING "SITE " WS-SITE-NAME(WS-SX)
                       "  OPERATORS " WS-SITE-OPERS(WS-SX)
                       DELIMITED BY SIZE INTO SCORECARD-LINE
                   WRITE SCORECARD-LINE
               END-IF
               PERFORM 0750-WRITE-ONE-OPERATOR
           END-PERFORM.
           MOVE SPACES TO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           MOVE SPACES TO SCORECARD-LINE.
           STRING "OPERATORS SCORED: " WS-OPER-COUNT
               "  FLAGGED FOR RETRAINING: " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           CLOSE SCORECARD-FILE.

      *Readings taken is shown against the site but never flags -
      *volume is not a slip.
           0750-WRITE-ONE-OPERATOR.
           SET OPERATOR-IS-FLAGGED TO FALSE.
           MOVE SPACES TO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           MOVE SPACES TO SCORECARD-LINE.
           STRING "  OPERATOR " WS-OP-ID(WS-OX)
               DELIMITED BY SIZE INTO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           MOVE ZERO TO WS-MX.
           PERFORM UNTIL WS-MX >= MEASURE-COUNT
               ADD 1 TO WS-MX
               MOVE SPACES TO WS-FLAG-TEXT
               COMPUTE WS-FLAG-LIMIT = WS-SM-MEAN(WS-SX, WS-MX)
                   + FLAG-STD-DEVIATIONS * WS-SM-SD(WS-SX, WS-MX)
               IF WS-MX > 1
                       AND WS-SM-SD(WS-SX, WS-MX) > ZERO
                       AND WS-OP-VALUE(WS-OX, WS-MX) > WS-FLAG-LIMIT
                   MOVE "RETRAIN" TO WS-FLAG-TEXT
                   SET OPERATOR-IS-FLAGGED TO TRUE
               END-IF
               MOVE WS-OP-VALUE(WS-OX, WS-MX) TO WS-VALUE-DISP
               MOVE WS-SM-MEAN(WS-SX, WS-MX) TO WS-MEAN-DISP
               MOVE WS-SM-SD(WS-SX, WS-MX) TO WS-SD-DISP
               MOVE SPACES TO SCORECARD-LINE
               STRING "    " WS-MEASURE-NAME(WS-MX)
                   " " WS-VALUE-DISP
                   "  SITE AVG " WS-MEAN-DISP
                   "  SD " WS-SD-DISP
                   "  " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO SCORECARD-LINE
               WRITE SCORECARD-LINE
           END-PERFORM.
           IF OPERATOR-IS-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE SPACES TO SCORECARD-LINE
               STRING "    *** " WS-OP-ID(WS-OX)
                   " FLAGGED FOR RETRAINING ***"
                   DELIMITED BY SIZE INTO SCORECARD-LINE
               WRITE SCORECARD-LINE
               DISPLAY "Flagged for retraining: ", WS-OP-ID(WS-OX),
                   "  site ", WS-OP-SITE(WS-OX)
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "QLTYCARD" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "QLTYCARD".
