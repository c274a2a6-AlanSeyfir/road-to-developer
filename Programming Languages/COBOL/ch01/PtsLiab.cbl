       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PTSLIAB".
       AUTHOR.     ALAN GARCIA.
      *Month-end points liability valuation. Values the points
      *outstanding on POINTS.DAT by client at the cost per point
      *from PTCOST.DAT, scaled by the redemption-rate factor the
      *redemption, payroll and expiry history supports, and shows
      *the month's movement for each client - opening, accrued,
      *redeemed, expired, other adjustments, paid out through
      *payroll and closing. Each month's figures are kept on
      *PTSLIAB.DAT so the next month opens on this one's close.
      *Run at month end, before the next month's readings post.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-MEMBER-ID
               FILE STATUS IS WS-POINTS-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT REDEMPTION-FILE ASSIGN TO "REDMTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDM-FS.
           SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "PTSADJ.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLOG-FS.
           SELECT PAYROLL-EXPORT-FILE ASSIGN TO "PAYEXPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FS.
           SELECT POINT-COST-FILE ASSIGN TO "PTCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTC-CLIENT-CODE
               FILE STATUS IS WS-COST-FS.
           SELECT LIABILITY-FILE ASSIGN TO "PTSLIAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLIA-KEY
               FILE STATUS IS WS-LIAB-FS.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO "PTSLIAB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD POINTS-FILE.
           COPY "POINTREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD REDEMPTION-FILE.
           COPY "REDMREC.cpy".

       FD ADJUSTMENT-LOG-FILE.
       01 ADJUSTMENT-LOG-LINE PIC X(100).

       FD PAYROLL-EXPORT-FILE.
       01 PAYROLL-EXPORT-RECORD.
           05 PAY-EMPLOYEE-ID PIC 9(6).
           05 PAY-CREDIT-POINTS PIC S9(7).
           05 PAY-PERIOD-END PIC 9(8).

       FD POINT-COST-FILE.
           COPY "PTCSTREC.cpy".

       FD LIABILITY-FILE.
           COPY "PLIAREC.cpy".

       FD LIABILITY-REPORT-FILE.
       01 LIABILITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POINTS-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-HISTORY-FS PIC XX.
       01 WS-REDM-FS PIC XX.
       01 WS-ADJLOG-FS PIC XX.
       01 WS-EXPORT-FS PIC XX.
       01 WS-COST-FS PIC XX.
       01 WS-COST-OPEN-SW PIC X VALUE "N".
           88 COST-TABLE-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-LIAB-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-FOUND-SW PIC X.
           88 SLOT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-PRIOR-SW PIC X.
           88 PRIOR-MONTH-ON-FILE VALUE "Y" FALSE "N".
       01 WS-MONTH-ENTRY PIC 9(6).
       01 WS-PRIOR-MONTH PIC 9(6).
       01 WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR PIC 9(4).
           05 WS-PRIOR-MM PIC 99.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LOOKUP-CLIENT PIC X(3).
       01 WS-LOOKUP-MEMBER PIC 9(6).
       01 POINTS-PER-SCREENING PIC 99.
       01 POINTS-NORMAL-BONUS PIC 99.
           COPY "PTSRREQ.cpy".
       01 CLIENT-TABLE-MAX PIC 99 VALUE 50.
       01 WS-CLIENT-COUNT PIC 99 VALUE ZERO.
       01 WS-CLIENT-TABLE.
           05 WS-CLIENT-ROW OCCURS 50 TIMES.
               10 WS-CT-CLIENT PIC X(3).
               10 WS-CT-ACCRUED PIC S9(9).
               10 WS-CT-REDEEMED PIC S9(9).
               10 WS-CT-EXPIRED PIC S9(9).
               10 WS-CT-OTHER-ADJ PIC S9(9).
               10 WS-CT-EXPORTED PIC S9(9).
               10 WS-CT-CLOSING PIC S9(9).
       01 WS-IX PIC 99.
      *All-time totals behind the redemption-rate factor.
       01 WS-ALL-REDEEMED PIC S9(11) VALUE ZERO.
       01 WS-ALL-EXPORTED PIC S9(11) VALUE ZERO.
       01 WS-ALL-EXPIRED PIC S9(11) VALUE ZERO.
       01 WS-FACTOR-BASE PIC S9(11).
       01 WS-REDEEM-FACTOR PIC 9V9(4).
       01 WS-COST-PER-POINT PIC 9V9(4).
       01 WS-OPENING PIC S9(9).
       01 WS-DERIVED-OPENING PIC S9(9).
       01 WS-UNEXPLAINED PIC S9(9).
       01 WS-LIABILITY PIC S9(9)V99.
       01 WS-TOTAL-OPENING PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-ACCRUED PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-REDEEMED PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-EXPIRED PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-OTHER-ADJ PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-EXPORTED PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-CLOSING PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-LIABILITY PIC S9(11)V99 VALUE ZERO.
      *Adjustment-log amounts are parsed the way PTSRECON parses
      *them: sign and leading spaces stripped, anything else is
      *rejected and nets nothing.
       01 WS-ADJ-MEMBER-TEXT PIC X(6).
       01 WS-ADJ-MEMBER-NUM REDEFINES WS-ADJ-MEMBER-TEXT PIC 9(6).
       01 WS-AMOUNT-TEXT PIC X(8).
       01 WS-AMOUNT-DIGITS PIC X(8).
       01 WS-AMOUNT-NUM REDEFINES WS-AMOUNT-DIGITS PIC 9(8).
       01 WS-MINUS-COUNT PIC 99.
       01 WS-PARSE-VALUE PIC S9(9).
       01 WS-AMOUNT-OK-SW PIC X.
           88 AMOUNT-IS-GOOD VALUE "Y" FALSE "N".
       01 WS-OPEN-DISP PIC -ZZZZZZZ9.
       01 WS-ACCR-DISP PIC -ZZZZZZZ9.
       01 WS-REDM-DISP PIC -ZZZZZZZ9.
       01 WS-EXPR-DISP PIC -ZZZZZZZ9.
       01 WS-OTHR-DISP PIC -ZZZZZZZ9.
       01 WS-XPRT-DISP PIC -ZZZZZZZ9.
       01 WS-CLOS-DISP PIC -ZZZZZZZ9.
       01 WS-COST-DISP PIC 9.9999.
       01 WS-FACTOR-DISP PIC 9.9999.
       01 WS-VALUE-DISP PIC -ZZZZZZZZ9.99.
       01 WS-UNEXPL-DISP PIC -ZZZZZZZ9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MONTH-END POINTS LIABILITY".
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           MOVE PTSR-NORMAL-BONUS TO POINTS-NORMAL-BONUS.
           DISPLAY "Month being closed (YYYYMM): ".
           ACCEPT WS-MONTH-ENTRY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH-ENTRY TO WS-PRIOR-MONTH.
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.
           OPEN INPUT POINTS-FILE.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Cannot open POINTS.DAT, status: ",
                   WS-POINTS-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               GOBACK
           END-IF.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
           PERFORM 0200-SUM-BALANCES.
           CLOSE POINTS-FILE.
           PERFORM 0300-SUM-ACCRUALS.
           PERFORM 0400-SUM-REDEMPTIONS.
           PERFORM 0500-SUM-ADJUSTMENTS.
           PERFORM 0600-SUM-PAYROLL-EXPORTS.
           IF MASTER-IS-OPEN
               CLOSE MEMBER-MASTER-FILE
           END-IF.
           PERFORM 0650-SET-REDEEM-FACTOR.
           PERFORM 0700-VALUE-AND-REPORT.
       GOBACK.

      *Closing balance is every member's balance on file, grouped
      *by the member's client.
           0200-SUM-BALANCES.
           SET END-OF-FILE-REACHED TO FALSE.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ POINTS-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       MOVE PTS-MEMBER-ID TO WS-LOOKUP-MEMBER
                       PERFORM 0950-CLIENT-OF-MEMBER
                       PERFORM 0900-FIND-CLIENT-SLOT
                       IF SLOT-WAS-FOUND
                           ADD PTS-BALANCE TO WS-CT-CLOSING(WS-IX)
                       END-IF
               END-READ
           END-PERFORM.

      *Accrual follows the posting rule CALCBMI applies as each
      *reading is processed, dated by the run that posted it.
           0300-SUM-ACCRUALS.
           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HISTORY-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE(1:6) = WS-MONTH-ENTRY
                               PERFORM 0350-ACCRUE-ONE-READING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTORY-FILE
           END-IF.

           0350-ACCRUE-ONE-READING.
           MOVE HIST-CLIENT-CODE TO WS-LOOKUP-CLIENT.
           IF WS-LOOKUP-CLIENT = SPACES
               MOVE HIST-MEMBER-ID TO WS-LOOKUP-MEMBER
               PERFORM 0950-CLIENT-OF-MEMBER
           END-IF.
           PERFORM 0900-FIND-CLIENT-SLOT.
           IF SLOT-WAS-FOUND
               ADD POINTS-PER-SCREENING TO WS-CT-ACCRUED(WS-IX)
               IF HIST-BMI >= 18.50 AND HIST-BMI < 25.00
                   ADD POINTS-NORMAL-BONUS TO WS-CT-ACCRUED(WS-IX)
               END-IF
           END-IF.

           0400-SUM-REDEMPTIONS.
           OPEN INPUT REDEMPTION-FILE.
           IF WS-REDM-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ REDEMPTION-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           ADD REDM-POINTS TO WS-ALL-REDEEMED
                           IF REDM-DATE(1:6) = WS-MONTH-ENTRY
                               MOVE REDM-MEMBER-ID
                                   TO WS-LOOKUP-MEMBER
                               PERFORM 0950-CLIENT-OF-MEMBER
                               PERFORM 0900-FIND-CLIENT-SLOT
                               IF SLOT-WAS-FOUND
                                   ADD REDM-POINTS
                                       TO WS-CT-REDEEMED(WS-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REDEMPTION-FILE
           END-IF.

      *Expiry-sweep rows (reason EXPR) are the expired column;
      *every other adjustment - keyed corrections, challenge
      *awards, preventive-care and step points - is netted as
      *other adjustments.
           0500-SUM-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-LOG-FILE.
           IF WS-ADJLOG-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ ADJUSTMENT-LOG-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           PERFORM 0550-TAKE-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-LOG-FILE
           END-IF.

           0550-TAKE-ONE-ADJUSTMENT.
           MOVE ADJUSTMENT-LOG-LINE(33:8) TO WS-AMOUNT-TEXT.
           PERFORM 0570-PARSE-ONE-AMOUNT.
           MOVE ADJUSTMENT-LOG-LINE(17:6) TO WS-ADJ-MEMBER-TEXT.
           IF AMOUNT-IS-GOOD AND WS-ADJ-MEMBER-TEXT IS NUMERIC
               IF ADJUSTMENT-LOG-LINE(49:4) = "EXPR"
                   SUBTRACT WS-PARSE-VALUE FROM WS-ALL-EXPIRED
               END-IF
               IF ADJUSTMENT-LOG-LINE(1:6) = WS-MONTH-ENTRY
                   MOVE WS-ADJ-MEMBER-NUM TO WS-LOOKUP-MEMBER
                   PERFORM 0950-CLIENT-OF-MEMBER
                   PERFORM 0900-FIND-CLIENT-SLOT
                   IF SLOT-WAS-FOUND
                       IF ADJUSTMENT-LOG-LINE(49:4) = "EXPR"
                           SUBTRACT WS-PARSE-VALUE
                               FROM WS-CT-EXPIRED(WS-IX)
                       ELSE
                           ADD WS-PARSE-VALUE
                               TO WS-CT-OTHER-ADJ(WS-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           0570-PARSE-ONE-AMOUNT.
           SET AMOUNT-IS-GOOD TO FALSE.
           MOVE ZERO TO WS-MINUS-COUNT.
           INSPECT WS-AMOUNT-TEXT TALLYING WS-MINUS-COUNT
               FOR ALL "-".
           MOVE WS-AMOUNT-TEXT TO WS-AMOUNT-DIGITS.
           INSPECT WS-AMOUNT-DIGITS REPLACING ALL SPACE BY "0".
           INSPECT WS-AMOUNT-DIGITS REPLACING ALL "-" BY "0".
           IF WS-AMOUNT-DIGITS IS NUMERIC
               SET AMOUNT-IS-GOOD TO TRUE
               MOVE WS-AMOUNT-NUM TO WS-PARSE-VALUE
               IF WS-MINUS-COUNT > ZERO
                   COMPUTE WS-PARSE-VALUE =
                       ZERO - WS-PARSE-VALUE
               END-IF
           END-IF.

           0600-SUM-PAYROLL-EXPORTS.
           OPEN INPUT PAYROLL-EXPORT-FILE.
           IF WS-EXPORT-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ PAYROLL-EXPORT-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           ADD PAY-CREDIT-POINTS TO WS-ALL-EXPORTED
                           IF PAY-PERIOD-END(1:6) = WS-MONTH-ENTRY
                               MOVE PAY-EMPLOYEE-ID
                                   TO WS-LOOKUP-MEMBER
                               PERFORM 0950-CLIENT-OF-MEMBER
                               PERFORM 0900-FIND-CLIENT-SLOT
                               IF SLOT-WAS-FOUND
                                   ADD PAY-CREDIT-POINTS
                                       TO WS-CT-EXPORTED(WS-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-EXPORT-FILE
           END-IF.

      *Of all the points that have ever left a balance, the share
      *honoured - spent at the desk or paid through payroll -
      *rather than lost to expiry. With no history yet the whole
      *balance is valued.
           0650-SET-REDEEM-FACTOR.
           COMPUTE WS-FACTOR-BASE =
               WS-ALL-REDEEMED + WS-ALL-EXPORTED + WS-ALL-EXPIRED.
           IF WS-FACTOR-BASE > ZERO
               COMPUTE WS-REDEEM-FACTOR ROUNDED =
                   (WS-ALL-REDEEMED + WS-ALL-EXPORTED)
                   / WS-FACTOR-BASE
           ELSE
               MOVE 1 TO WS-REDEEM-FACTOR
           END-IF.

           0700-VALUE-AND-REPORT.
           OPEN INPUT POINT-COST-FILE.
           IF WS-COST-FS = "00"
               SET COST-TABLE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O LIABILITY-FILE.
           IF WS-LIAB-FS = "35"
               OPEN OUTPUT LIABILITY-FILE
               CLOSE LIABILITY-FILE
               OPEN I-O LIABILITY-FILE
           END-IF.
           OPEN OUTPUT LIABILITY-REPORT-FILE.
           MOVE WS-REDEEM-FACTOR TO WS-FACTOR-DISP.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING "POINTS LIABILITY FOR MONTH " WS-MONTH-ENTRY
               "   RUN " WS-TODAY-DATE
               "   REDEMPTION-RATE FACTOR " WS-FACTOR-DISP
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING "CLT   OPENING   ACCRUED  REDEEMED   EXPIRED"
               "  OTHER ADJ   PAYROLL   CLOSING  COST/PT"
               "        LIABILITY"
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CLIENT-COUNT
               ADD 1 TO WS-IX
               PERFORM 0750-VALUE-ONE-CLIENT
           END-PERFORM.
           PERFORM 0800-WRITE-TOTALS.
           IF COST-TABLE-IS-OPEN
               CLOSE POINT-COST-FILE
           END-IF.
           CLOSE LIABILITY-FILE.
           CLOSE LIABILITY-REPORT-FILE.
           MOVE WS-TOTAL-LIABILITY TO WS-VALUE-DISP.
           DISPLAY "Clients valued: ", WS-CLIENT-COUNT,
               "  liability: ", WS-VALUE-DISP.
           DISPLAY "Report written to PTSLIAB.RPT.".

      *Opening is last month's recorded close where there is one;
      *the first month derives it backwards from the movement.
      *When a recorded opening and the movement do not arrive at
      *the closing balance, the gap prints as unexplained.
           0750-VALUE-ONE-CLIENT.
           COMPUTE WS-DERIVED-OPENING =
               WS-CT-CLOSING(WS-IX) - WS-CT-ACCRUED(WS-IX)
               + WS-CT-REDEEMED(WS-IX) + WS-CT-EXPIRED(WS-IX)
               - WS-CT-OTHER-ADJ(WS-IX) + WS-CT-EXPORTED(WS-IX).
           SET PRIOR-MONTH-ON-FILE TO FALSE.
           MOVE WS-PRIOR-MONTH TO PLIA-MONTH.
           MOVE WS-CT-CLIENT(WS-IX) TO PLIA-CLIENT-CODE.
           READ LIABILITY-FILE
               INVALID KEY
                   MOVE WS-DERIVED-OPENING TO WS-OPENING
               NOT INVALID KEY
                   SET PRIOR-MONTH-ON-FILE TO TRUE
                   MOVE PLIA-CLOSING TO WS-OPENING
           END-READ.
           COMPUTE WS-UNEXPLAINED = WS-OPENING - WS-DERIVED-OPENING.
           PERFORM 0760-GET-COST-PER-POINT.
           COMPUTE WS-LIABILITY ROUNDED =
               WS-CT-CLOSING(WS-IX) * WS-REDEEM-FACTOR
               * WS-COST-PER-POINT.
           MOVE WS-MONTH-ENTRY TO PLIA-MONTH.
           MOVE WS-CT-CLIENT(WS-IX) TO PLIA-CLIENT-CODE.
           MOVE WS-OPENING TO PLIA-OPENING.
           MOVE WS-CT-ACCRUED(WS-IX) TO PLIA-ACCRUED.
           MOVE WS-CT-REDEEMED(WS-IX) TO PLIA-REDEEMED.
           MOVE WS-CT-EXPIRED(WS-IX) TO PLIA-EXPIRED.
           MOVE WS-CT-OTHER-ADJ(WS-IX) TO PLIA-OTHER-ADJ.
           MOVE WS-CT-EXPORTED(WS-IX) TO PLIA-EXPORTED.
           MOVE WS-CT-CLOSING(WS-IX) TO PLIA-CLOSING.
           MOVE WS-REDEEM-FACTOR TO PLIA-REDEEM-FACTOR.
           MOVE WS-COST-PER-POINT TO PLIA-COST-PER-POINT.
           MOVE WS-LIABILITY TO PLIA-LIABILITY.
           MOVE WS-TODAY-DATE TO PLIA-RUN-DATE.
           WRITE POINTS-LIABILITY-RECORD
               INVALID KEY
                   REWRITE POINTS-LIABILITY-RECORD
           END-WRITE.
           IF WS-LIAB-FS NOT = "00"
               DISPLAY "Could not save liability for ",
                   WS-CT-CLIENT(WS-IX), ", status: ", WS-LIAB-FS
               MOVE "0750-VALUE-ONE-CLIENT" TO ERRL-REQ-PARAGRAPH
               MOVE "PTSLIAB.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-LIAB-FS TO ERRL-REQ-STATUS
               MOVE PLIA-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           ADD WS-OPENING TO WS-TOTAL-OPENING.
           ADD WS-CT-ACCRUED(WS-IX) TO WS-TOTAL-ACCRUED.
           ADD WS-CT-REDEEMED(WS-IX) TO WS-TOTAL-REDEEMED.
           ADD WS-CT-EXPIRED(WS-IX) TO WS-TOTAL-EXPIRED.
           ADD WS-CT-OTHER-ADJ(WS-IX) TO WS-TOTAL-OTHER-ADJ.
           ADD WS-CT-EXPORTED(WS-IX) TO WS-TOTAL-EXPORTED.
           ADD WS-CT-CLOSING(WS-IX) TO WS-TOTAL-CLOSING.
           ADD WS-LIABILITY TO WS-TOTAL-LIABILITY.
           MOVE WS-OPENING TO WS-OPEN-DISP.
           MOVE WS-CT-ACCRUED(WS-IX) TO WS-ACCR-DISP.
           MOVE WS-CT-REDEEMED(WS-IX) TO WS-REDM-DISP.
           MOVE WS-CT-EXPIRED(WS-IX) TO WS-EXPR-DISP.
           MOVE WS-CT-OTHER-ADJ(WS-IX) TO WS-OTHR-DISP.
           MOVE WS-CT-EXPORTED(WS-IX) TO WS-XPRT-DISP.
           MOVE WS-CT-CLOSING(WS-IX) TO WS-CLOS-DISP.
           MOVE WS-COST-PER-POINT TO WS-COST-DISP.
           MOVE WS-LIABILITY TO WS-VALUE-DISP.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING WS-CT-CLIENT(WS-IX) " " WS-OPEN-DISP
               " " WS-ACCR-DISP " " WS-REDM-DISP
               " " WS-EXPR-DISP "  " WS-OTHR-DISP
               " " WS-XPRT-DISP " " WS-CLOS-DISP
               "   " WS-COST-DISP " " WS-VALUE-DISP
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           IF PRIOR-MONTH-ON-FILE AND WS-UNEXPLAINED NOT = ZERO
               MOVE WS-UNEXPLAINED TO WS-UNEXPL-DISP
               MOVE SPACES TO LIABILITY-REPORT-LINE
               STRING "    UNEXPLAINED MOVEMENT " WS-UNEXPL-DISP
                   " POINTS - SEE PTSRECON"
                   DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           END-IF.
           IF WS-COST-PER-POINT = ZERO
               MOVE SPACES TO LIABILITY-REPORT-LINE
               STRING "    NO COST PER POINT ON PTCOST.DAT - "
                   "VALUED AT ZERO"
                   DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           END-IF.

      *The client's own cost, else the *** house default.
           0760-GET-COST-PER-POINT.
           MOVE ZERO TO WS-COST-PER-POINT.
           IF COST-TABLE-IS-OPEN
               MOVE WS-CT-CLIENT(WS-IX) TO PTC-CLIENT-CODE
               READ POINT-COST-FILE
                   INVALID KEY
                       MOVE "***" TO PTC-CLIENT-CODE
                       READ POINT-COST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PTC-COST-PER-POINT
                                   TO WS-COST-PER-POINT
                       END-READ
                   NOT INVALID KEY
                       MOVE PTC-COST-PER-POINT TO WS-COST-PER-POINT
               END-READ
           END-IF.

           0800-WRITE-TOTALS.
           MOVE WS-TOTAL-OPENING TO WS-OPEN-DISP.
           MOVE WS-TOTAL-ACCRUED TO WS-ACCR-DISP.
           MOVE WS-TOTAL-REDEEMED TO WS-REDM-DISP.
           MOVE WS-TOTAL-EXPIRED TO WS-EXPR-DISP.
           MOVE WS-TOTAL-OTHER-ADJ TO WS-OTHR-DISP.
           MOVE WS-TOTAL-EXPORTED TO WS-XPRT-DISP.
           MOVE WS-TOTAL-CLOSING TO WS-CLOS-DISP.
           MOVE WS-TOTAL-LIABILITY TO WS-VALUE-DISP.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING "ALL " WS-OPEN-DISP
               " " WS-ACCR-DISP " " WS-REDM-DISP
               " " WS-EXPR-DISP "  " WS-OTHR-DISP
               " " WS-XPRT-DISP " " WS-CLOS-DISP
               "          " WS-VALUE-DISP
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.

           0900-FIND-CLIENT-SLOT.
           SET SLOT-WAS-FOUND TO FALSE.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CLIENT-COUNT
                   OR SLOT-WAS-FOUND
               ADD 1 TO WS-IX
               IF WS-CT-CLIENT(WS-IX) = WS-LOOKUP-CLIENT
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SLOT-WAS-FOUND
               IF WS-CLIENT-COUNT < CLIENT-TABLE-MAX
                   ADD 1 TO WS-CLIENT-COUNT
                   MOVE WS-CLIENT-COUNT TO WS-IX
                   MOVE WS-LOOKUP-CLIENT TO WS-CT-CLIENT(WS-IX)
                   MOVE ZERO TO WS-CT-ACCRUED(WS-IX)
                   MOVE ZERO TO WS-CT-REDEEMED(WS-IX)
                   MOVE ZERO TO WS-CT-EXPIRED(WS-IX)
                   MOVE ZERO TO WS-CT-OTHER-ADJ(WS-IX)
                   MOVE ZERO TO WS-CT-EXPORTED(WS-IX)
                   MOVE ZERO TO WS-CT-CLOSING(WS-IX)
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-IF.

      *A member no longer on the master still owns points; they
      *are valued under client ??? rather than dropped.
           0950-CLIENT-OF-MEMBER.
           MOVE "???" TO WS-LOOKUP-CLIENT.
           IF MASTER-IS-OPEN
               MOVE WS-LOOKUP-MEMBER TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MEMBER-CLIENT-CODE NOT = SPACES
                           MOVE MEMBER-CLIENT-CODE
                               TO WS-LOOKUP-CLIENT
                       END-IF
               END-READ
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PTSLIAB" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PTSLIAB".
