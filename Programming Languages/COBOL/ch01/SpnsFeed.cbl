       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SPNSFEED".
       AUTHOR.     ALAN GARCIA.
      *Monthly sponsor data feed. One fixed-layout file per client
      *per month for the sponsor's benefits platform, in place of
      *account managers re-keying the scorecard and event packets:
      *participation, the BMI category mix and average, the blood
      *pressure class mix, the HRA band mix, program enrollment
      *and completion, and points earned and redeemed. Totals
      *only - no member identifier goes out, and any count under
      *the small-cell minimum (or an average or points total
      *resting on one) is sent suppressed. Where that would leave
      *a mix with one hidden cell that the others give away, the
      *next smallest cell is suppressed with it.
      *Every file sent is kept under its own name (SPcccYYYYMM.DAT)
      *and recorded on the transmission log, so a resend sends the
      *same figures the sponsor first had, under the same file
      *sequence, rather than rebuilding them from files that have
      *moved on since.
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
           SELECT VITALS-FILE ASSIGN TO "VITALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VITAL-KEY
               FILE STATUS IS WS-VITALS-FS.
           SELECT HRA-ANSWER-FILE ASSIGN TO "HRAANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRAA-KEY
               FILE STATUS IS WS-HRAANS-FS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-KEY
               FILE STATUS IS WS-ENROLL-FS.
           SELECT REDEMPTION-FILE ASSIGN TO "REDMTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDM-FS.
           SELECT TRANSMIT-LOG-FILE ASSIGN TO "SPNSXMIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FS.
           SELECT RETAINED-FEED-FILE ASSIGN TO WS-RETAINED-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAINED-FS.
           SELECT FEED-FILE ASSIGN TO "SPNSFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD ROLLUP-FILE.
           COPY "ROLLUPRE.cpy".

       FD VITALS-FILE.
           COPY "VITALREC.cpy".

       FD HRA-ANSWER-FILE.
           COPY "HRAAREC.cpy".

       FD ENROLLMENT-FILE.
           COPY "ENROLREC.cpy".

       FD REDEMPTION-FILE.
           COPY "REDMREC.cpy".

      *One row per file sent: which client and month, the file
      *sequence, how it went (O, C or R as on the header), when,
      *its trailer control figures and the name it is kept under.
       FD TRANSMIT-LOG-FILE.
       01 XMIT-LOG-RECORD.
           05 XMIT-CLIENT-CODE PIC X(3).
           05 XMIT-PERIOD PIC 9(6).
           05 XMIT-FILE-SEQ PIC 9(5).
           05 XMIT-TYPE PIC X.
               88 XMIT-IS-RESEND VALUE "R".
           05 XMIT-DATE PIC 9(8).
           05 XMIT-TIME PIC 9(6).
           05 XMIT-DETAIL-COUNT PIC 9(6).
           05 XMIT-VALUE-TOTAL PIC 9(13)V99.
           05 XMIT-RETAINED-FILE PIC X(16).

       FD RETAINED-FEED-FILE.
       01 RETAINED-FEED-RECORD PIC X(80).

       FD FEED-FILE.
           COPY "SPNFREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-ROLLUP-FS PIC XX.
       01 WS-VITALS-FS PIC XX.
       01 WS-HRAANS-FS PIC XX.
       01 WS-ENROLL-FS PIC XX.
       01 WS-REDM-FS PIC XX.
       01 WS-XMIT-FS PIC XX.
       01 WS-RETAINED-FS PIC XX.
       01 WS-FEED-FS PIC XX.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-PERIOD-ENTRY PIC 9(6).
       01 WS-PERIOD-ENTRY-X REDEFINES WS-PERIOD-ENTRY.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 99.
       01 WS-MODE-ENTRY PIC X.
           88 MODE-IS-NEW VALUE "N".
           88 MODE-IS-RESEND VALUE "R".
       01 WS-CONFIRM-ENTRY PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME PIC 9(8).
       01 WS-TODAY-TIME-X REDEFINES WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-RETAINED-FNAME PIC X(16).
       01 FEED-IDENTIFIER PIC X(8) VALUE "WELLFEED".
       01 FEED-LAYOUT-VERSION PIC 99 VALUE 01.

      *What the transmission log already says about this client.
       01 WS-LAST-SEQ PIC 9(5) VALUE ZERO.
       01 WS-FILE-SEQ PIC 9(5).
       01 WS-SENT-SW PIC X VALUE "N".
           88 PERIOD-ALREADY-SENT VALUE "Y" FALSE "N".
       01 WS-SENT-SEQ PIC 9(5).
       01 WS-SENT-DATE PIC 9(8).
       01 WS-SENT-FNAME PIC X(16).
       01 WS-TRANSMIT-TYPE PIC X.

      *The measures, in the order they go out. A count's base is
      *the count itself; an average or points total rests on the
      *members behind it. Cells sharing a mix number partition
      *the same members.
       01 SMALL-CELL-MINIMUM PIC 9 VALUE 5.
       01 CELL-COUNT PIC 99 VALUE 21.
       01 CELL-NAMES.
           05 FILLER PIC X(13) VALUE "PARTENROLLED0".
           05 FILLER PIC X(13) VALUE "PARTSCREENED0".
           05 FILLER PIC X(13) VALUE "PARTREADINGS0".
           05 FILLER PIC X(13) VALUE "BMI UNDER   1".
           05 FILLER PIC X(13) VALUE "BMI NORMAL  1".
           05 FILLER PIC X(13) VALUE "BMI OVER    1".
           05 FILLER PIC X(13) VALUE "BMI OBESE   1".
           05 FILLER PIC X(13) VALUE "BMI AVERAGE 0".
           05 FILLER PIC X(13) VALUE "BP  NORMAL  2".
           05 FILLER PIC X(13) VALUE "BP  ELEVATED2".
           05 FILLER PIC X(13) VALUE "BP  STAGE1  2".
           05 FILLER PIC X(13) VALUE "BP  STAGE2  2".
           05 FILLER PIC X(13) VALUE "BP  CRISIS  2".
           05 FILLER PIC X(13) VALUE "HRA LOW     3".
           05 FILLER PIC X(13) VALUE "HRA MODERATE3".
           05 FILLER PIC X(13) VALUE "HRA HIGH    3".
           05 FILLER PIC X(13) VALUE "PROGENROLLED0".
           05 FILLER PIC X(13) VALUE "PROGCOMPLETE0".
           05 FILLER PIC X(13) VALUE "PROGACTIVE  0".
           05 FILLER PIC X(13) VALUE "PTS EARNED  0".
           05 FILLER PIC X(13) VALUE "PTS REDEEMED0".
       01 CELL-NAME-TABLE REDEFINES CELL-NAMES.
           05 CELL-NAME-ENTRY OCCURS 21 TIMES.
               10 CELL-GROUP PIC X(4).
               10 CELL-ITEM PIC X(8).
               10 CELL-MIX PIC 9.
       01 WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 21 TIMES.
               10 WS-CELL-VALUE PIC 9(9)V99.
               10 WS-CELL-BASE PIC 9(7).
               10 WS-CELL-SUPPRESS-SW PIC X.
                   88 CELL-IS-SUPPRESSED VALUE "Y" FALSE "N".
       01 WS-CX PIC 99.
       01 WS-MX PIC 9.
       01 WS-HIDDEN-COUNT PIC 99.
       01 WS-SMALLEST-IX PIC 99.
       01 WS-BMI-SUM PIC 9(9)V99 VALUE ZERO.
       01 WS-REDEMPTION-ROWS PIC 9(7) VALUE ZERO.
       01 POINTS-PER-SCREENING PIC 99.
           COPY "PTSRREQ.cpy".

      *The member being counted.
       01 WS-LAST-SYSTOLIC PIC 999.
       01 WS-LAST-DIASTOLIC PIC 999.
       01 WS-LAST-BAND PIC X(8).
       01 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-VALUE-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-ROWS-COPIED PIC 9(6) VALUE ZERO.
           COPY "CLNTREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MONTHLY SPONSOR DATA FEED".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           DISPLAY "Employer client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           DISPLAY "Feed month (YYYYMM): ".
           ACCEPT WS-PERIOD-ENTRY.
           DISPLAY "N = new feed, R = resend a feed already sent: ".
           ACCEPT WS-MODE-ENTRY.
           EVALUATE TRUE
               WHEN CLNT-REQ-NOT-ON-FILE
                   DISPLAY "Client ", WS-CLIENT-ENTRY,
                       " is not on the client master."
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-PERIOD-ENTRY IS NOT NUMERIC
                       OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY "Feed month must be YYYYMM."
                   MOVE 8 TO WS-RETURN-CODE
               WHEN NOT MODE-IS-NEW AND NOT MODE-IS-RESEND
                   DISPLAY "Enter N or R."
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-RETAINED-FNAME
                   STRING "SP" WS-CLIENT-ENTRY WS-PERIOD-ENTRY ".DAT"
                       DELIMITED BY SIZE INTO WS-RETAINED-FNAME
                   PERFORM 0150-READ-TRANSMIT-LOG
                   IF MODE-IS-RESEND
                       PERFORM 0700-RESEND-FEED
                   ELSE
                       PERFORM 0120-START-NEW-FEED
                   END-IF
           END-EVALUATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *A month goes out once it has closed. Sending it again as a
      *new file is a correction and has to be meant: a plain copy
      *of what went before is a resend.
           0120-START-NEW-FEED.
           IF WS-PERIOD-ENTRY >= WS-TODAY-DATE(1:6)
               DISPLAY "Month ", WS-PERIOD-ENTRY,
                   " has not closed yet."
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE "O" TO WS-TRANSMIT-TYPE
               IF PERIOD-ALREADY-SENT
                   DISPLAY "Month ", WS-PERIOD-ENTRY,
                       " was sent on ", WS-SENT-DATE,
                       " as file ", WS-SENT-SEQ, "."
                   DISPLAY "Build and send a correction (Y/N)? "
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
                       MOVE "C" TO WS-TRANSMIT-TYPE
                   ELSE
                       DISPLAY "Nothing sent."
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               IF WS-RETURN-CODE = ZERO
                   COMPUTE WS-MONTH-START = WS-PERIOD-ENTRY * 100 + 1
                   COMPUTE WS-MONTH-END = WS-PERIOD-ENTRY * 100 + 31
                   ADD 1 TO WS-LAST-SEQ GIVING WS-FILE-SEQ
                   PERFORM 0200-GATHER-MEASURES
               END-IF
               IF WS-RETURN-CODE = ZERO
                   PERFORM 0500-APPLY-SUPPRESSION
                   PERFORM 0600-WRITE-FEED
               END-IF
               IF WS-RETURN-CODE = ZERO
                   MOVE WS-FILE-SEQ TO XMIT-FILE-SEQ
                   PERFORM 0800-LOG-TRANSMISSION
                   DISPLAY "Feed file ", WS-FILE-SEQ,
                       " written to SPNSFEED.DAT - ", WS-DETAIL-COUNT,
                       " measures, kept as ", WS-RETAINED-FNAME
               END-IF
           END-IF.

      *The log gives the client's last file sequence and, for the
      *month asked for, the latest file built (not resent) and
      *the name it was kept under.
           0150-READ-TRANSMIT-LOG.
           OPEN INPUT TRANSMIT-LOG-FILE.
           IF WS-XMIT-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ TRANSMIT-LOG-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF XMIT-CLIENT-CODE = WS-CLIENT-ENTRY
                               IF XMIT-FILE-SEQ > WS-LAST-SEQ
                                   MOVE XMIT-FILE-SEQ TO WS-LAST-SEQ
                               END-IF
                               IF XMIT-PERIOD = WS-PERIOD-ENTRY
                                       AND NOT XMIT-IS-RESEND
                                   SET PERIOD-ALREADY-SENT TO TRUE
                                   MOVE XMIT-FILE-SEQ TO WS-SENT-SEQ
                                   MOVE XMIT-DATE TO WS-SENT-DATE
                                   MOVE XMIT-RETAINED-FILE
                                       TO WS-SENT-FNAME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSMIT-LOG-FILE
           ELSE
               IF WS-XMIT-FS NOT = "35"
                   DISPLAY "Cannot read SPNSXMIT.LOG, status: ",
                       WS-XMIT-FS
                   MOVE "0150-READ-TRANSMIT-LOG" TO ERRL-REQ-PARAGRAPH
                   MOVE "SPNSXMIT.LOG" TO ERRL-REQ-FILE-NAME
                   MOVE WS-XMIT-FS TO ERRL-REQ-STATUS
                   MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

           0200-GATHER-MEASURES.
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           MOVE ZERO TO WS-CX.
           PERFORM UNTIL WS-CX >= CELL-COUNT
               ADD 1 TO WS-CX
               MOVE ZERO TO WS-CELL-VALUE(WS-CX)
               MOVE ZERO TO WS-CELL-BASE(WS-CX)
               SET CELL-IS-SUPPRESSED(WS-CX) TO FALSE
           END-PERFORM.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.DAT, status: ",
                   WS-MASTER-FS
               MOVE "0200-GATHER-MEASURES" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT ROLLUP-FILE
               OPEN INPUT VITALS-FILE
               OPEN INPUT HRA-ANSWER-FILE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ MEMBER-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF MEMBER-CLIENT-CODE = WS-CLIENT-ENTRY
                               PERFORM 0250-COUNT-ONE-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLLUP-FILE
               CLOSE VITALS-FILE
               CLOSE HRA-ANSWER-FILE
               PERFORM 0300-COUNT-ENROLLMENTS
               PERFORM 0350-COUNT-REDEMPTIONS
               CLOSE MEMBER-MASTER-FILE
               PERFORM 0400-FINISH-MEASURES
           END-IF.

      *Screened means a reading in the month on the monthly
      *rollup, which also carries the month-end category and last
      *BMI; points earned are the per-screening estimate off the
      *rollup reading count, as the scorecard and KPI pack have it.
           0250-COUNT-ONE-MEMBER.
           IF MEMBER-IS-ACTIVE
               ADD 1 TO WS-CELL-VALUE(1)
           END-IF.
           MOVE MEMBER-ID TO ROLLUP-MEMBER-ID.
           MOVE WS-PERIOD-ENTRY TO ROLLUP-MONTH.
           READ ROLLUP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ROLLUP-READING-COUNT > ZERO
                       ADD 1 TO WS-CELL-VALUE(2)
                       ADD ROLLUP-READING-COUNT TO WS-CELL-VALUE(3)
                       IF ROLLUP-END-CATEGORY >= 1
                               AND ROLLUP-END-CATEGORY <= 4
                           ADD 1 TO
                               WS-CELL-VALUE(ROLLUP-END-CATEGORY + 3)
                       END-IF
                       ADD ROLLUP-LAST-BMI TO WS-BMI-SUM
                       COMPUTE WS-CELL-VALUE(20) = WS-CELL-VALUE(20)
                           + ROLLUP-READING-COUNT
                               * POINTS-PER-SCREENING
                   END-IF
           END-READ.
           PERFORM 0260-CLASSIFY-MONTH-BP.
           PERFORM 0270-FIND-HRA-BAND.

      *The member's last pressure taken in the month, classed the
      *way the station and the event packet class it.
           0260-CLASSIFY-MONTH-BP.
           MOVE ZERO TO WS-LAST-SYSTOLIC.
           MOVE ZERO TO WS-LAST-DIASTOLIC.
           MOVE MEMBER-ID TO VITAL-MEMBER-ID.
           MOVE WS-MONTH-START TO VITAL-DATE.
           MOVE ZERO TO VITAL-TIME.
           START VITALS-FILE KEY >= VITAL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-VITALS-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ VITALS-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF VITAL-MEMBER-ID NOT = MEMBER-ID
                               OR VITAL-DATE > WS-MONTH-END
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF VITAL-SYSTOLIC > ZERO
                               MOVE VITAL-SYSTOLIC TO WS-LAST-SYSTOLIC
                               MOVE VITAL-DIASTOLIC
                                   TO WS-LAST-DIASTOLIC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LAST-SYSTOLIC > ZERO
               EVALUATE TRUE
                   WHEN WS-LAST-SYSTOLIC >= 180
                           OR WS-LAST-DIASTOLIC >= 120
                       ADD 1 TO WS-CELL-VALUE(13)
                   WHEN WS-LAST-SYSTOLIC >= 140
                           OR WS-LAST-DIASTOLIC >= 90
                       ADD 1 TO WS-CELL-VALUE(12)
                   WHEN WS-LAST-SYSTOLIC >= 130
                           OR WS-LAST-DIASTOLIC >= 80
                       ADD 1 TO WS-CELL-VALUE(11)
                   WHEN WS-LAST-SYSTOLIC >= 120
                       ADD 1 TO WS-CELL-VALUE(10)
                   WHEN OTHER
                       ADD 1 TO WS-CELL-VALUE(9)
               END-EVALUATE
           END-IF.

      *The band standing at month end: the latest questionnaire
      *answered on or before it.
           0270-FIND-HRA-BAND.
           MOVE SPACES TO WS-LAST-BAND.
           MOVE MEMBER-ID TO HRAA-MEMBER-ID.
           MOVE ZERO TO HRAA-DATE.
           START HRA-ANSWER-FILE KEY >= HRAA-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-HRAANS-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ HRA-ANSWER-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF HRAA-MEMBER-ID NOT = MEMBER-ID
                               OR HRAA-DATE > WS-MONTH-END
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           MOVE HRAA-BAND TO WS-LAST-BAND
                       END-IF
               END-READ
           END-PERFORM.
           EVALUATE WS-LAST-BAND
               WHEN "LOW"
                   ADD 1 TO WS-CELL-VALUE(14)
               WHEN "MODERATE"
                   ADD 1 TO WS-CELL-VALUE(15)
               WHEN "HIGH"
                   ADD 1 TO WS-CELL-VALUE(16)
           END-EVALUATE.

      *Enrolled in the month, completed in the month, and still
      *in progress at month end, across every program.
           0300-COUNT-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-FS = "00"
               SET END-OF-SCAN TO FALSE
               PERFORM UNTIL END-OF-SCAN
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE ENROLL-MEMBER-ID TO MEMBER-ID
                           READ MEMBER-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF MEMBER-CLIENT-CODE
                                           = WS-CLIENT-ENTRY
                                       PERFORM 0310-COUNT-ONE-ENROLLMENT
                                   END-IF
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

           0310-COUNT-ONE-ENROLLMENT.
           IF ENROLL-DATE(1:6) = WS-PERIOD-ENTRY
               ADD 1 TO WS-CELL-VALUE(17)
           END-IF.
           IF ENROLL-COMPLETION-DATE(1:6) = WS-PERIOD-ENTRY
               ADD 1 TO WS-CELL-VALUE(18)
           END-IF.
           IF ENROLL-DATE <= WS-MONTH-END
                   AND (ENROLL-COMPLETION-DATE = ZERO
                       OR ENROLL-COMPLETION-DATE > WS-MONTH-END)
               ADD 1 TO WS-CELL-VALUE(19)
           END-IF.

           0350-COUNT-REDEMPTIONS.
           OPEN INPUT REDEMPTION-FILE.
           IF WS-REDM-FS = "00"
               SET END-OF-SCAN TO FALSE
               PERFORM UNTIL END-OF-SCAN
                   READ REDEMPTION-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF REDM-DATE(1:6) = WS-PERIOD-ENTRY
                               MOVE REDM-MEMBER-ID TO MEMBER-ID
                               READ MEMBER-MASTER-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF MEMBER-CLIENT-CODE
                                               = WS-CLIENT-ENTRY
                                           ADD REDM-POINTS
                                               TO WS-CELL-VALUE(21)
                                           ADD 1 TO WS-REDEMPTION-ROWS
                                       END-IF
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REDEMPTION-FILE
           END-IF.

      *Counts stand on themselves. The average, readings and
      *points earned stand on the members screened; points
      *redeemed on the redemptions behind them.
           0400-FINISH-MEASURES.
           MOVE ZERO TO WS-CX.
           PERFORM UNTIL WS-CX >= CELL-COUNT
               ADD 1 TO WS-CX
               MOVE WS-CELL-VALUE(WS-CX) TO WS-CELL-BASE(WS-CX)
           END-PERFORM.
           MOVE WS-CELL-VALUE(2) TO WS-CELL-BASE(3).
           MOVE WS-CELL-VALUE(2) TO WS-CELL-BASE(8).
           MOVE WS-CELL-VALUE(2) TO WS-CELL-BASE(20).
           MOVE WS-REDEMPTION-ROWS TO WS-CELL-BASE(21).
           IF WS-CELL-VALUE(2) > ZERO
               COMPUTE WS-CELL-VALUE(8) ROUNDED =
                   WS-BMI-SUM / WS-CELL-VALUE(2)
           END-IF.

      *Anything resting on one to four members is withheld; a
      *true zero goes out as zero. A mix left with a single
      *withheld cell loses its next smallest cell too, or the
      *withheld one could be had by subtraction.
           0500-APPLY-SUPPRESSION.
           MOVE ZERO TO WS-CX.
           PERFORM UNTIL WS-CX >= CELL-COUNT
               ADD 1 TO WS-CX
               IF WS-CELL-BASE(WS-CX) > ZERO
                       AND WS-CELL-BASE(WS-CX) < SMALL-CELL-MINIMUM
                   SET CELL-IS-SUPPRESSED(WS-CX) TO TRUE
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-MX.
           PERFORM UNTIL WS-MX >= 3
               ADD 1 TO WS-MX
               PERFORM 0520-PROTECT-ONE-MIX
           END-PERFORM.

           0520-PROTECT-ONE-MIX.
           MOVE ZERO TO WS-HIDDEN-COUNT.
           MOVE ZERO TO WS-SMALLEST-IX.
           MOVE ZERO TO WS-CX.
           PERFORM UNTIL WS-CX >= CELL-COUNT
               ADD 1 TO WS-CX
               IF CELL-MIX(WS-CX) = WS-MX
                   IF CELL-IS-SUPPRESSED(WS-CX)
                       ADD 1 TO WS-HIDDEN-COUNT
                   ELSE
                       IF WS-CELL-VALUE(WS-CX) > ZERO
                           IF WS-SMALLEST-IX = ZERO
                               MOVE WS-CX TO WS-SMALLEST-IX
                           ELSE
                               IF WS-CELL-VALUE(WS-CX)
                                       < WS-CELL-VALUE(WS-SMALLEST-IX)
                                   MOVE WS-CX TO WS-SMALLEST-IX
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HIDDEN-COUNT = 1 AND WS-SMALLEST-IX > ZERO
               SET CELL-IS-SUPPRESSED(WS-SMALLEST-IX) TO TRUE
           END-IF.

      *Each row goes to the pickup file and the kept copy alike.
           0600-WRITE-FEED.
           OPEN OUTPUT RETAINED-FEED-FILE.
           IF WS-RETAINED-FS NOT = "00"
               DISPLAY "Cannot open ", WS-RETAINED-FNAME,
                   ", status: ", WS-RETAINED-FS, " - nothing sent"
               MOVE "0600-WRITE-FEED" TO ERRL-REQ-PARAGRAPH
               MOVE WS-RETAINED-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-RETAINED-FS TO ERRL-REQ-STATUS
               MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT FEED-FILE
               MOVE SPACES TO SPNF-RECORD
               SET SPNF-IS-HEADER TO TRUE
               MOVE WS-CLIENT-ENTRY TO SPNF-CLIENT-CODE
               MOVE WS-PERIOD-ENTRY TO SPNF-PERIOD
               MOVE FEED-IDENTIFIER TO SPNF-H-FEED-ID
               MOVE FEED-LAYOUT-VERSION TO SPNF-H-LAYOUT-VERSION
               MOVE WS-FILE-SEQ TO SPNF-H-FILE-SEQ
               MOVE WS-TODAY-DATE TO SPNF-H-CREATED-DATE
               MOVE WS-TIME-HHMMSS TO SPNF-H-CREATED-TIME
               MOVE WS-TRANSMIT-TYPE TO SPNF-H-TRANSMIT-TYPE
               MOVE WS-TODAY-DATE TO SPNF-H-SENT-DATE
               PERFORM 0650-WRITE-FEED-ROW
               MOVE ZERO TO WS-CX
               PERFORM UNTIL WS-CX >= CELL-COUNT
                   ADD 1 TO WS-CX
                   MOVE SPACES TO SPNF-RECORD
                   SET SPNF-IS-DETAIL TO TRUE
                   MOVE WS-CLIENT-ENTRY TO SPNF-CLIENT-CODE
                   MOVE WS-PERIOD-ENTRY TO SPNF-PERIOD
                   MOVE CELL-GROUP(WS-CX) TO SPNF-D-GROUP
                   MOVE CELL-ITEM(WS-CX) TO SPNF-D-ITEM
                   IF CELL-IS-SUPPRESSED(WS-CX)
                       MOVE ZERO TO SPNF-D-VALUE
                       SET SPNF-D-SUPPRESSED TO TRUE
                   ELSE
                       MOVE WS-CELL-VALUE(WS-CX) TO SPNF-D-VALUE
                       ADD WS-CELL-VALUE(WS-CX) TO WS-VALUE-TOTAL
                   END-IF
                   PERFORM 0650-WRITE-FEED-ROW
                   ADD 1 TO WS-DETAIL-COUNT
               END-PERFORM
               MOVE SPACES TO SPNF-RECORD
               SET SPNF-IS-TRAILER TO TRUE
               MOVE WS-CLIENT-ENTRY TO SPNF-CLIENT-CODE
               MOVE WS-PERIOD-ENTRY TO SPNF-PERIOD
               MOVE WS-DETAIL-COUNT TO SPNF-T-DETAIL-COUNT
               MOVE WS-VALUE-TOTAL TO SPNF-T-VALUE-TOTAL
               PERFORM 0650-WRITE-FEED-ROW
               CLOSE FEED-FILE
               CLOSE RETAINED-FEED-FILE
           END-IF.

           0650-WRITE-FEED-ROW.
           WRITE SPNF-RECORD.
           IF WS-FEED-FS NOT = "00"
               DISPLAY "Could not write SPNSFEED.DAT, status: ",
                   WS-FEED-FS
               MOVE "0650-WRITE-FEED-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE "SPNSFEED.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-FEED-FS TO ERRL-REQ-STATUS
               MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE SPNF-RECORD TO RETAINED-FEED-RECORD.
           WRITE RETAINED-FEED-RECORD.

      *A resend is the kept file as it first went, row for row,
      *with only the header marked as a resend and dated today.
           0700-RESEND-FEED.
           IF NOT PERIOD-ALREADY-SENT
               DISPLAY "No feed for ", WS-CLIENT-ENTRY, " month ",
                   WS-PERIOD-ENTRY, " on the transmission log."
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE WS-SENT-FNAME TO WS-RETAINED-FNAME
               OPEN INPUT RETAINED-FEED-FILE
               IF WS-RETAINED-FS NOT = "00"
                   DISPLAY "Cannot open ", WS-RETAINED-FNAME,
                       ", status: ", WS-RETAINED-FS, " - nothing sent"
                   MOVE "0700-RESEND-FEED" TO ERRL-REQ-PARAGRAPH
                   MOVE WS-RETAINED-FNAME TO ERRL-REQ-FILE-NAME
                   MOVE WS-RETAINED-FS TO ERRL-REQ-STATUS
                   MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   OPEN OUTPUT FEED-FILE
                   SET END-OF-FILE-REACHED TO FALSE
                   PERFORM UNTIL END-OF-FILE-REACHED
                       READ RETAINED-FEED-FILE
                           AT END
                               SET END-OF-FILE-REACHED TO TRUE
                           NOT AT END
                               PERFORM 0720-COPY-ONE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE RETAINED-FEED-FILE
                   CLOSE FEED-FILE
                   IF WS-RETURN-CODE = ZERO
                       MOVE "R" TO WS-TRANSMIT-TYPE
                       MOVE WS-SENT-SEQ TO XMIT-FILE-SEQ
                       PERFORM 0800-LOG-TRANSMISSION
                       DISPLAY "Feed file ", WS-SENT-SEQ, " of ",
                           WS-SENT-DATE, " resent to SPNSFEED.DAT - ",
                           WS-ROWS-COPIED, " rows"
                   END-IF
               END-IF
           END-IF.

           0720-COPY-ONE-ROW.
           MOVE RETAINED-FEED-RECORD TO SPNF-RECORD.
           EVALUATE TRUE
               WHEN SPNF-IS-HEADER
                   SET SPNF-H-RESEND TO TRUE
                   MOVE WS-TODAY-DATE TO SPNF-H-SENT-DATE
               WHEN SPNF-IS-TRAILER
                   MOVE SPNF-T-DETAIL-COUNT TO WS-DETAIL-COUNT
                   MOVE SPNF-T-VALUE-TOTAL TO WS-VALUE-TOTAL
           END-EVALUATE.
           WRITE SPNF-RECORD.
           IF WS-FEED-FS NOT = "00"
               DISPLAY "Could not write SPNSFEED.DAT, status: ",
                   WS-FEED-FS
               MOVE "0720-COPY-ONE-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE "SPNSFEED.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-FEED-FS TO ERRL-REQ-STATUS
               MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-ROWS-COPIED
           END-IF.

           0800-LOG-TRANSMISSION.
           OPEN EXTEND TRANSMIT-LOG-FILE.
           IF WS-XMIT-FS = "35"
               OPEN OUTPUT TRANSMIT-LOG-FILE
           END-IF.
           IF WS-XMIT-FS = "00"
               MOVE WS-CLIENT-ENTRY TO XMIT-CLIENT-CODE
               MOVE WS-PERIOD-ENTRY TO XMIT-PERIOD
               MOVE WS-TRANSMIT-TYPE TO XMIT-TYPE
               MOVE WS-TODAY-DATE TO XMIT-DATE
               MOVE WS-TIME-HHMMSS TO XMIT-TIME
               MOVE WS-DETAIL-COUNT TO XMIT-DETAIL-COUNT
               MOVE WS-VALUE-TOTAL TO XMIT-VALUE-TOTAL
               MOVE WS-RETAINED-FNAME TO XMIT-RETAINED-FILE
               WRITE XMIT-LOG-RECORD
               CLOSE TRANSMIT-LOG-FILE
           ELSE
               DISPLAY "Could not log the transmission, status: ",
                   WS-XMIT-FS
               MOVE "0800-LOG-TRANSMISSION" TO ERRL-REQ-PARAGRAPH
               MOVE "SPNSXMIT.LOG" TO ERRL-REQ-FILE-NAME
               MOVE WS-XMIT-FS TO ERRL-REQ-STATUS
               MOVE WS-CLIENT-ENTRY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "SPNSFEED" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "SPNSFEED".
