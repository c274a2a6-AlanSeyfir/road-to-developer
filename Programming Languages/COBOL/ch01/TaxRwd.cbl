       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TAXRWD".
       AUTHOR.     ALAN GARCIA.
      *Year-end taxable wellness-incentive file for payroll. Every
      *redemption of the tax year on REDMTXN.DAT is classed by its
      *catalog item: gift cards and cash equivalents count at
      *their cash value as taxable income, merchandise does not.
      *Each member's taxable total is written to TAXRWD.DAT,
      *grouped by client, for HR to load for W-2 reporting, and
      *TAXRWD.RPT carries the control totals - month by month,
      *the same counts and points the redemption register prints
      *- so the file can be tied back before it goes to HR.
      *Run in January, once the December register has been kept.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REDEMPTION-FILE ASSIGN TO "REDMTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDM-FS.
           SELECT REWARD-FILE ASSIGN TO "REWARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-REWARD-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT TAXABLE-PAYROLL-FILE ASSIGN TO "TAXRWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-FS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "TAXRWD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REDEMPTION-FILE.
           COPY "REDMREC.cpy".

       FD REWARD-FILE.
           COPY "RWRDREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD TAXABLE-PAYROLL-FILE.
      *Payroll fixed layout, zoned with no separators like the
      *points export: tax year, employee ID, client, employee
      *name, taxable redemptions and their dollar value.
       01 TAXABLE-PAYROLL-RECORD.
           05 TXPY-TAX-YEAR PIC 9(4).
           05 TXPY-EMPLOYEE-ID PIC 9(6).
           05 TXPY-CLIENT-CODE PIC X(3).
           05 TXPY-EMPLOYEE-NAME PIC X(20).
           05 TXPY-REDEEM-COUNT PIC 9(4).
           05 TXPY-TAXABLE-AMOUNT PIC 9(7)V99.
           05 TXPY-RUN-DATE PIC 9(8).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REDM-FS PIC XX.
       01 WS-REWARD-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-PAYROLL-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-FOUND-SW PIC X.
           88 SLOT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-ITEM-SW PIC X.
           88 ITEM-ON-CATALOG VALUE "Y" FALSE "N".
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REDM-MONTH PIC 99.
       01 WS-LOOKUP-CLIENT PIC X(3).
       01 WS-LOOKUP-NAME PIC X(20).
       01 MEMBER-TABLE-MAX PIC 9(4) VALUE 5000.
       01 WS-MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ROW OCCURS 5000 TIMES.
               10 WS-MT-MEMBER-ID PIC 9(6).
               10 WS-MT-CLIENT PIC X(3).
               10 WS-MT-NAME PIC X(20).
               10 WS-MT-COUNT PIC 9(4).
               10 WS-MT-VALUE PIC 9(7)V99.
       01 WS-MX PIC 9(4).
       01 CLIENT-TABLE-MAX PIC 99 VALUE 50.
       01 WS-CLIENT-COUNT PIC 99 VALUE ZERO.
       01 WS-CLIENT-TABLE.
           05 WS-CLIENT-ROW OCCURS 50 TIMES.
               10 WS-CT-CLIENT PIC X(3).
               10 WS-CT-MEMBERS PIC 9(5).
               10 WS-CT-VALUE PIC 9(9)V99.
       01 WS-IX PIC 99.
      *Month-by-month totals in the register's own terms: every
      *redemption and its points, whatever the item.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ROW OCCURS 12 TIMES.
               10 WS-MO-COUNT PIC 9(5).
               10 WS-MO-POINTS PIC 9(7).
       01 WS-MO PIC 99.
       01 WS-YEAR-COUNT PIC 9(6) VALUE ZERO.
       01 WS-YEAR-POINTS PIC 9(9) VALUE ZERO.
       01 WS-TAXABLE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TAXABLE-POINTS PIC 9(9) VALUE ZERO.
       01 WS-TAXABLE-VALUE PIC 9(9)V99 VALUE ZERO.
       01 WS-NONTAX-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NONTAX-POINTS PIC 9(9) VALUE ZERO.
       01 WS-UNKNOWN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNKNOWN-POINTS PIC 9(9) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DROPPED-VALUE PIC 9(9)V99 VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-VALUE PIC 9(9)V99 VALUE ZERO.
       01 WS-CLASSED-COUNT PIC 9(6).
       01 WS-CLASSED-POINTS PIC 9(9).
       01 WS-MONTH-DISP PIC Z9.
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-POINTS-DISP PIC ZZZZZZZZ9.
       01 WS-VALUE-DISP PIC ZZZZZZZZ9.99.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "YEAR-END TAXABLE REWARDS FOR PAYROLL".
           DISPLAY "Tax year (YYYY): ".
           ACCEPT WS-YEAR-ENTRY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REDEMPTION-FILE.
           IF WS-REDM-FS NOT = "00"
               DISPLAY "No redemptions on file, status: ",
                   WS-REDM-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "REDMTXN.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REDM-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               GOBACK
           END-IF.
           OPEN INPUT REWARD-FILE.
           IF WS-REWARD-FS NOT = "00"
               DISPLAY "Cannot open REWARDS.DAT, status: ",
                   WS-REWARD-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "REWARDS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REWARD-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               CLOSE REDEMPTION-FILE
               GOBACK
           END-IF.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
           MOVE ZEROS TO WS-MONTH-TABLE.
           PERFORM 0200-CLASS-REDEMPTIONS.
           CLOSE REDEMPTION-FILE.
           CLOSE REWARD-FILE.
           IF MASTER-IS-OPEN
               CLOSE MEMBER-MASTER-FILE
           END-IF.
           OPEN OUTPUT TAXABLE-PAYROLL-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           PERFORM 0400-WRITE-PAYROLL-FILE.
           PERFORM 0600-WRITE-CONTROL-TOTALS.
           CLOSE TAXABLE-PAYROLL-FILE.
           CLOSE CONTROL-REPORT-FILE.
           MOVE WS-WRITTEN-VALUE TO WS-VALUE-DISP.
           DISPLAY "Employees written: ", WS-WRITTEN-COUNT,
               "  taxable value: ", WS-VALUE-DISP.
           DISPLAY "Payroll file TAXRWD.DAT, control report "
               "TAXRWD.RPT.".
       GOBACK.

      *Each item is classed as it stands on the catalog at year
      *end. A redemption whose item has since been removed cannot
      *be classed; it is counted apart on the control report so
      *the catalog clerk can look it up before HR gets the file.
           0200-CLASS-REDEMPTIONS.
           SET END-OF-FILE-REACHED TO FALSE.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ REDEMPTION-FILE
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF REDM-DATE(1:4) = WS-YEAR-ENTRY
                           PERFORM 0250-CLASS-ONE-REDEMPTION
                       END-IF
               END-READ
           END-PERFORM.

           0250-CLASS-ONE-REDEMPTION.
           MOVE REDM-DATE(5:2) TO WS-REDM-MONTH.
           IF WS-REDM-MONTH >= 1 AND WS-REDM-MONTH <= 12
               ADD 1 TO WS-MO-COUNT(WS-REDM-MONTH)
               ADD REDM-POINTS TO WS-MO-POINTS(WS-REDM-MONTH)
           END-IF.
           ADD 1 TO WS-YEAR-COUNT.
           ADD REDM-POINTS TO WS-YEAR-POINTS.
           MOVE REDM-ITEM-CODE TO ITEM-CODE.
           READ REWARD-FILE
               INVALID KEY
                   SET ITEM-ON-CATALOG TO FALSE
               NOT INVALID KEY
                   SET ITEM-ON-CATALOG TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT ITEM-ON-CATALOG
                   ADD 1 TO WS-UNKNOWN-COUNT
                   ADD REDM-POINTS TO WS-UNKNOWN-POINTS
               WHEN ITEM-IS-TAXABLE
                   ADD 1 TO WS-TAXABLE-COUNT
                   ADD REDM-POINTS TO WS-TAXABLE-POINTS
                   ADD ITEM-CASH-VALUE TO WS-TAXABLE-VALUE
                   PERFORM 0300-FIND-MEMBER-SLOT
                   IF SLOT-WAS-FOUND
                       ADD 1 TO WS-MT-COUNT(WS-MX)
                       ADD ITEM-CASH-VALUE TO WS-MT-VALUE(WS-MX)
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                       ADD ITEM-CASH-VALUE TO WS-DROPPED-VALUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NONTAX-COUNT
                   ADD REDM-POINTS TO WS-NONTAX-POINTS
           END-EVALUATE.

      *A member's client and name are taken from the master the
      *first time the member turns up; one no longer on file is
      *still reported, under client ???, since the income was
      *still paid.
           0300-FIND-MEMBER-SLOT.
           SET SLOT-WAS-FOUND TO FALSE.
           MOVE ZERO TO WS-MX.
           PERFORM UNTIL WS-MX >= WS-MEMBER-COUNT
                   OR SLOT-WAS-FOUND
               ADD 1 TO WS-MX
               IF WS-MT-MEMBER-ID(WS-MX) = REDM-MEMBER-ID
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SLOT-WAS-FOUND
               IF WS-MEMBER-COUNT < MEMBER-TABLE-MAX
                   PERFORM 0350-LOOK-UP-MEMBER
                   ADD 1 TO WS-MEMBER-COUNT
                   MOVE WS-MEMBER-COUNT TO WS-MX
                   MOVE REDM-MEMBER-ID TO WS-MT-MEMBER-ID(WS-MX)
                   MOVE WS-LOOKUP-CLIENT TO WS-MT-CLIENT(WS-MX)
                   MOVE WS-LOOKUP-NAME TO WS-MT-NAME(WS-MX)
                   MOVE ZERO TO WS-MT-COUNT(WS-MX)
                   MOVE ZERO TO WS-MT-VALUE(WS-MX)
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-IF.

           0350-LOOK-UP-MEMBER.
           MOVE "???" TO WS-LOOKUP-CLIENT.
           MOVE "NOT ON MASTER" TO WS-LOOKUP-NAME.
           IF MASTER-IS-OPEN
               MOVE REDM-MEMBER-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-LOOKUP-NAME
                       IF MEMBER-CLIENT-CODE NOT = SPACES
                           MOVE MEMBER-CLIENT-CODE
                               TO WS-LOOKUP-CLIENT
                       END-IF
               END-READ
           END-IF.

      *The payroll file is written one client at a time so HR can
      *split it across the sponsors' payroll systems; the client
      *list is gathered from the member table first.
           0400-WRITE-PAYROLL-FILE.
           MOVE ZERO TO WS-MX.
           PERFORM UNTIL WS-MX >= WS-MEMBER-COUNT
               ADD 1 TO WS-MX
               MOVE WS-MT-CLIENT(WS-MX) TO WS-LOOKUP-CLIENT
               PERFORM 0450-FIND-CLIENT-SLOT
               IF SLOT-WAS-FOUND
                   ADD 1 TO WS-CT-MEMBERS(WS-IX)
                   ADD WS-MT-VALUE(WS-MX) TO WS-CT-VALUE(WS-IX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "TAXABLE WELLNESS INCENTIVES FOR TAX YEAR "
               WS-YEAR-ENTRY "   RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "CLIENT  EMPLOYEES    TAXABLE VALUE"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CLIENT-COUNT
               ADD 1 TO WS-IX
               PERFORM 0500-WRITE-ONE-CLIENT
           END-PERFORM.

           0450-FIND-CLIENT-SLOT.
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
                   MOVE ZERO TO WS-CT-MEMBERS(WS-IX)
                   MOVE ZERO TO WS-CT-VALUE(WS-IX)
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-IF.

           0500-WRITE-ONE-CLIENT.
           MOVE ZERO TO WS-MX.
           PERFORM UNTIL WS-MX >= WS-MEMBER-COUNT
               ADD 1 TO WS-MX
               IF WS-MT-CLIENT(WS-MX) = WS-CT-CLIENT(WS-IX)
                   PERFORM 0550-WRITE-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           MOVE WS-CT-MEMBERS(WS-IX) TO WS-COUNT-DISP.
           MOVE WS-CT-VALUE(WS-IX) TO WS-VALUE-DISP.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING WS-CT-CLIENT(WS-IX) "        " WS-COUNT-DISP
               "     " WS-VALUE-DISP
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

           0550-WRITE-ONE-EMPLOYEE.
           MOVE WS-YEAR-ENTRY TO TXPY-TAX-YEAR.
           MOVE WS-MT-MEMBER-ID(WS-MX) TO TXPY-EMPLOYEE-ID.
           MOVE WS-MT-CLIENT(WS-MX) TO TXPY-CLIENT-CODE.
           MOVE WS-MT-NAME(WS-MX) TO TXPY-EMPLOYEE-NAME.
           MOVE WS-MT-COUNT(WS-MX) TO TXPY-REDEEM-COUNT.
           MOVE WS-MT-VALUE(WS-MX) TO TXPY-TAXABLE-AMOUNT.
           MOVE WS-TODAY-DATE TO TXPY-RUN-DATE.
           WRITE TAXABLE-PAYROLL-RECORD.
           IF WS-PAYROLL-FS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
               ADD WS-MT-VALUE(WS-MX) TO WS-WRITTEN-VALUE
           ELSE
               DISPLAY "Payroll write failed for ",
                   WS-MT-MEMBER-ID(WS-MX), ", status: ",
                   WS-PAYROLL-FS
               MOVE "0550-WRITE-ONE-EMPLOYEE" TO ERRL-REQ-PARAGRAPH
               MOVE "TAXRWD.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-PAYROLL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *The monthly lines match the REDEMPTIONS and POINTS SPENT
      *totals of each month's register. The year's redemptions
      *must split exactly into taxable, non-taxable and unclassed,
      *and the value written to the payroll file must equal the
      *taxable value found; anything else prints OUT OF BALANCE.
           0600-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "TIE-OUT TO THE REDEMPTION REGISTER"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "MONTH  REDEMPTIONS  POINTS SPENT"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE ZERO TO WS-MO.
           PERFORM UNTIL WS-MO >= 12
               ADD 1 TO WS-MO
               MOVE WS-MO TO WS-MONTH-DISP
               MOVE WS-MO-COUNT(WS-MO) TO WS-COUNT-DISP
               MOVE WS-MO-POINTS(WS-MO) TO WS-POINTS-DISP
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "   " WS-MONTH-DISP "       " WS-COUNT-DISP
                   "     " WS-POINTS-DISP
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-PERFORM.
           MOVE WS-YEAR-COUNT TO WS-COUNT-DISP.
           MOVE WS-YEAR-POINTS TO WS-POINTS-DISP.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING " YEAR       " WS-COUNT-DISP "     " WS-POINTS-DISP
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-TAXABLE-COUNT TO WS-COUNT-DISP.
           MOVE WS-TAXABLE-POINTS TO WS-POINTS-DISP.
           MOVE WS-TAXABLE-VALUE TO WS-VALUE-DISP.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "TAXABLE      " WS-COUNT-DISP "  POINTS "
               WS-POINTS-DISP "  CASH VALUE " WS-VALUE-DISP
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-NONTAX-COUNT TO WS-COUNT-DISP.
           MOVE WS-NONTAX-POINTS TO WS-POINTS-DISP.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "NON-TAXABLE  " WS-COUNT-DISP "  POINTS "
               WS-POINTS-DISP
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISP.
           MOVE WS-UNKNOWN-POINTS TO WS-POINTS-DISP.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "NOT ON CATALOG" WS-COUNT-DISP "  POINTS "
               WS-POINTS-DISP
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           COMPUTE WS-CLASSED-COUNT = WS-TAXABLE-COUNT
               + WS-NONTAX-COUNT + WS-UNKNOWN-COUNT.
           COMPUTE WS-CLASSED-POINTS = WS-TAXABLE-POINTS
               + WS-NONTAX-POINTS + WS-UNKNOWN-POINTS.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           IF WS-CLASSED-COUNT = WS-YEAR-COUNT
                   AND WS-CLASSED-POINTS = WS-YEAR-POINTS
               STRING "CLASSED REDEMPTIONS AGREE WITH THE REGISTER"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING "CLASSED REDEMPTIONS OUT OF BALANCE WITH THE "
                   "REGISTER"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISP.
           MOVE WS-WRITTEN-VALUE TO WS-VALUE-DISP.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "PAYROLL FILE EMPLOYEES " WS-COUNT-DISP
               "  TAXABLE VALUE " WS-VALUE-DISP
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           IF WS-DROPPED-COUNT > ZERO
               MOVE WS-DROPPED-COUNT TO WS-COUNT-DISP
               MOVE WS-DROPPED-VALUE TO WS-VALUE-DISP
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "MEMBER TABLE FULL - REDEMPTIONS LEFT OFF "
                   WS-COUNT-DISP "  VALUE " WS-VALUE-DISP
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           IF WS-WRITTEN-VALUE = WS-TAXABLE-VALUE
               STRING "PAYROLL FILE AGREES WITH TAXABLE VALUE"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING "PAYROLL FILE OUT OF BALANCE WITH TAXABLE "
                   "VALUE"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF.
           WRITE CONTROL-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "TAXRWD" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "TAXRWD".
