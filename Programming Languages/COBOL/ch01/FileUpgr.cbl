      *and contact preferences; booked date; start and end times),
      *and the billing file moved from an append-only print-style
      *file to a keyed one so invoicing can stamp rows in place.
      *The open-invoice row later took an adjusted amount for
      *credit memos and write-offs, the reward item a tax flag
      *and cash value for payroll reporting, the points balance
      *a frozen flag for members no longer active, the BMI
      *history row an exclusion flag for readings taken inside a
      *pregnancy exclusion window, the outreach item the member's
      *risk tier for ordering the calling list, and the history,
      *vitals and lab rows a source code marking readings keyed
      *from a physician results form, the referral status row
      *the provider the referral letter routed the member to, and
      *the challenge definition a rule type and step target for
      *tracker step challenges, and the history row the operator
      *who took the reading, and the suspense row the operator
      *whose reading was held, and the appointment row where it
      *was booked. APPOINTS.OLD may be in either earlier layout:
      *the original row, or the row with the booked date but not
      *the booking origin; the second opens status 39 under the
      *first's length, so whichever layout opens is converted.
      *An indexed file opens status 39 once its record length
      *changes, and the grown rate row would misread its amount,
      *so operations renames the live files first - MEMBERS.DAT
      *to MEMBERS.OLD, APPOINTS.DAT to APPOINTS.OLD, RUNCTL.DAT
      *to RUNCTL.OLD, BILLEVT.DAT to BILLEVT.OLD, RATES.DAT to
      *RATES.OLD, OPENINV.DAT to OPENINV.OLD, REWARDS.DAT to
      *REWARDS.OLD, POINTS.DAT to POINTS.OLD, BMIHISTORY.DAT to
      *BMIHISTORY.OLD, OUTREACH.DAT to OUTREACH.OLD, VITALS.DAT
      *to VITALS.OLD, LABRSLT.DAT to LABRSLT.OLD, REFSTAT.DAT to
      *REFSTAT.OLD, CHALDEF.DAT to CHALDEF.OLD and SUSPENSE.DAT
      *to SUSPENSE.OLD - then
      *this program reads each old layout and loads the new files
      *under the live names, with the new fields at their starting
      *values. Run once at cutover; rerunning against already-
      *converted .OLD copies is harmless.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-APPT-KEY
               FILE STATUS IS WS-OLD-APPT-FS.
           SELECT BOOKED-APPT-FILE ASSIGN TO "APPOINTS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKED-APPT-KEY
               FILE STATUS IS WS-BOOKED-APPT-FS.
           SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT RATE-FILE ASSIGN TO "RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FS.
           SELECT OLD-OPENINV-FILE ASSIGN TO "OPENINV.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-INV-KEY
               FILE STATUS IS WS-OLD-OPENINV-FS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-OPENINV-FS.
           SELECT OLD-REWARD-FILE ASSIGN TO "REWARDS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ITEM-CODE
               FILE STATUS IS WS-OLD-REWARD-FS.
           SELECT REWARD-FILE ASSIGN TO "REWARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-REWARD-FS.
           SELECT OLD-POINTS-FILE ASSIGN TO "POINTS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-PTS-MEMBER-ID
               FILE STATUS IS WS-OLD-POINTS-FS.
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-MEMBER-ID
               FILE STATUS IS WS-POINTS-FS.
           SELECT OLD-HISTORY-FILE ASSIGN TO "BMIHISTORY.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-HIST-KEY
               FILE STATUS IS WS-OLD-HISTORY-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT OLD-OUTREACH-FILE ASSIGN TO "OUTREACH.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-OUTR-KEY
               FILE STATUS IS WS-OLD-OUTREACH-FS.
           SELECT OUTREACH-FILE ASSIGN TO "OUTREACH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTR-KEY
               FILE STATUS IS WS-OUTREACH-FS.
           SELECT OLD-VITALS-FILE ASSIGN TO "VITALS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-VITAL-KEY
               FILE STATUS IS WS-OLD-VITALS-FS.
           SELECT VITALS-FILE ASSIGN TO "VITALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VITAL-KEY
               FILE STATUS IS WS-VITALS-FS.
           SELECT OLD-LAB-FILE ASSIGN TO "LABRSLT.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-LAB-KEY
               FILE STATUS IS WS-OLD-LAB-FS.
           SELECT LAB-RESULT-FILE ASSIGN TO "LABRSLT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAB-KEY
               FILE STATUS IS WS-LAB-FS.
           SELECT OLD-REFSTAT-FILE ASSIGN TO "REFSTAT.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-REFS-KEY
               FILE STATUS IS WS-OLD-REFSTAT-FS.
           SELECT REFERRAL-STATUS-FILE ASSIGN TO "REFSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFS-KEY
               FILE STATUS IS WS-REFSTAT-FS.
           SELECT OLD-CHALLENGE-FILE ASSIGN TO "CHALDEF.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CHAL-CODE
               FILE STATUS IS WS-OLD-CHAL-FS.
           SELECT CHALLENGE-FILE ASSIGN TO "CHALDEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAL-CODE
               FILE STATUS IS WS-CHAL-FS.
           SELECT OLD-SUSPENSE-FILE ASSIGN TO "SUSPENSE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-SUSP-KEY
               FILE STATUS IS WS-OLD-SUSP-FS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-FS.

       DATA DIVISION.
       FILE SECTION.
           05 OLD-APPT-TIME-SLOT PIC 9(4).
           05 OLD-APPT-STATUS PIC X.

      *The appointment record with the booked date, before the
      *booking origin.
       FD BOOKED-APPT-FILE.
       01 BOOKED-APPT-RECORD.
           05 BOOKED-APPT-KEY.
               10 BOOKED-APPT-DATE PIC 9(8).
               10 BOOKED-APPT-MEMBER-ID PIC 9(6).
           05 BOOKED-APPT-TIME-SLOT PIC 9(4).
           05 BOOKED-APPT-STATUS PIC X.
           05 BOOKED-APPT-BOOKED-DATE PIC 9(8).

       FD APPOINTMENT-FILE.
           COPY "APPTREC.cpy".

       FD RATE-FILE.
           COPY "RATEREC.cpy".

      *The open-invoice row before the adjusted amount.
       FD OLD-OPENINV-FILE.
       01 OLD-INV-RECORD.
           05 OLD-INV-KEY.
               10 OLD-INV-CLIENT PIC X(3).
               10 OLD-INV-MONTH PIC 9(6).
           05 OLD-INV-DATE PIC 9(8).
           05 OLD-INV-AMOUNT PIC S9(9)V99.
           05 OLD-INV-PAID PIC S9(9)V99.
           05 OLD-INV-BALANCE PIC S9(9)V99.

       FD OPEN-INVOICE-FILE.
           COPY "OPENIREC.cpy".

      *The reward item before its tax treatment was recorded.
       FD OLD-REWARD-FILE.
       01 OLD-REWARD-ITEM-RECORD.
           05 OLD-ITEM-CODE PIC X(6).
           05 OLD-ITEM-DESC PIC X(20).
           05 OLD-ITEM-POINT-PRICE PIC 9(5).
           05 OLD-ITEM-STOCK PIC 9(4).

       FD REWARD-FILE.
           COPY "RWRDREC.cpy".

      *The points balance before it could be frozen.
       FD OLD-POINTS-FILE.
       01 OLD-POINTS-RECORD.
           05 OLD-PTS-MEMBER-ID PIC 9(6).
           05 OLD-PTS-BALANCE PIC S9(7).
           05 OLD-PTS-LAST-ACCRUAL-DATE PIC 9(8).

       FD POINTS-FILE.
           COPY "POINTREC.cpy".

      *The history row before the exclusion flag, source code and
      *operator.
      *Only the key is broken out; the rest moves across unchanged
      *and the new fields at the end of the row pad to spaces.
       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           05 OLD-HIST-KEY.
               10 OLD-HIST-MEMBER-ID PIC 9(6).
               10 OLD-HIST-DATE PIC 9(8).
               10 OLD-HIST-TIME PIC 9(6).
           05 OLD-HIST-READING PIC X(41).

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

      *The outreach item before the risk tier. Only the key is
      *broken out; the rest moves across unchanged.
       FD OLD-OUTREACH-FILE.
       01 OLD-OUTREACH-RECORD.
           05 OLD-OUTR-KEY.
               10 OLD-OUTR-MEMBER-ID PIC 9(6).
               10 OLD-OUTR-REASON-CODE PIC X(6).
           05 OLD-OUTR-ITEM PIC X(54).

       FD OUTREACH-FILE.
           COPY "OUTRCREC.cpy".

      *The vitals and lab rows before the source code. Only the key
      *is broken out; the readings move across unchanged.
       FD OLD-VITALS-FILE.
       01 OLD-VITALS-RECORD.
           05 OLD-VITAL-KEY.
               10 OLD-VITAL-MEMBER-ID PIC 9(6).
               10 OLD-VITAL-DATE PIC 9(8).
               10 OLD-VITAL-TIME PIC 9(6).
           05 OLD-VITAL-READING PIC X(9).

       FD VITALS-FILE.
           COPY "VITALREC.cpy".

       FD OLD-LAB-FILE.
       01 OLD-LAB-RECORD.
           05 OLD-LAB-KEY.
               10 OLD-LAB-MEMBER-ID PIC 9(6).
               10 OLD-LAB-DRAW-DATE PIC 9(8).
           05 OLD-LAB-RESULTS PIC X(12).

       FD LAB-RESULT-FILE.
           COPY "LABREC.cpy".

       FD OLD-REFSTAT-FILE.
       01 OLD-REFSTAT-RECORD.
           05 OLD-REFS-KEY.
               10 OLD-REFS-MEMBER-ID PIC 9(6).
               10 OLD-REFS-TRIGGER-DATE PIC 9(8).
           05 OLD-REFS-DETAIL PIC X(26).

       FD REFERRAL-STATUS-FILE.
           COPY "REFSREC.cpy".

      *The challenge definition before the rule type. Only the key
      *is broken out; the window, percent and points move across
      *unchanged.
       FD OLD-CHALLENGE-FILE.
       01 OLD-CHALLENGE-RECORD.
           05 OLD-CHAL-CODE PIC X(6).
           05 OLD-CHAL-DETAIL PIC X(23).

       FD CHALLENGE-FILE.
           COPY "CHALDREC.cpy".

      *The suspense row before the operator ID.
       FD OLD-SUSPENSE-FILE.
       01 OLD-SUSPENSE-RECORD.
           05 OLD-SUSP-KEY.
               10 OLD-SUSP-MEMBER-ID PIC 9(6).
               10 OLD-SUSP-DATE PIC 9(8).
               10 OLD-SUSP-TIME PIC 9(6).
           05 OLD-SUSP-DETAIL PIC X(112).

       FD SUSPENSE-FILE.
           COPY "SUSPREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-MASTER-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-OLD-APPT-FS PIC XX.
       01 WS-BOOKED-APPT-FS PIC XX.
       01 WS-APPT-FS PIC XX.
       01 WS-OLD-RUNCTL-FS PIC XX.
       01 WS-RUNCTL-FS PIC XX.
       01 WS-BILL-FS PIC XX.
       01 WS-OLD-RATE-FS PIC XX.
       01 WS-RATE-FS PIC XX.
       01 WS-OLD-OPENINV-FS PIC XX.
       01 WS-OPENINV-FS PIC XX.
       01 WS-OLD-REWARD-FS PIC XX.
       01 WS-REWARD-FS PIC XX.
       01 WS-OLD-POINTS-FS PIC XX.
       01 WS-POINTS-FS PIC XX.
       01 WS-OLD-HISTORY-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-OLD-OUTREACH-FS PIC XX.
       01 WS-OUTREACH-FS PIC XX.
       01 WS-OLD-VITALS-FS PIC XX.
       01 WS-VITALS-FS PIC XX.
       01 WS-OLD-LAB-FS PIC XX.
       01 WS-LAB-FS PIC XX.
       01 WS-OLD-REFSTAT-FS PIC XX.
       01 WS-REFSTAT-FS PIC XX.
       01 WS-OLD-CHAL-FS PIC XX.
       01 WS-CHAL-FS PIC XX.
       01 WS-OLD-SUSP-FS PIC XX.
       01 WS-SUSP-FS PIC XX.
       01 WS-CONFIRM-ENTRY PIC X.
           88 UPGRADE-CONFIRMED VALUE "Y" "y".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-RUNCTL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BILL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RATE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OPENINV-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REWARD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-POINTS-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HISTORY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OUTREACH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-VITALS-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LAB-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REFSTAT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SUSP-COUNT PIC 9(6) VALUE ZERO.
      *Old billing rows carried no capture time; a rising counter
      *keys the converted rows apart.
       01 WS-BILL-SEQ PIC 9(6) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "ONE-TIME FILE LAYOUT UPGRADE".
           DISPLAY "Reads MEMBERS.OLD, APPOINTS.OLD, RUNCTL.OLD, "
               "BILLEVT.OLD, RATES.OLD, OPENINV.OLD, "
               "REWARDS.OLD, POINTS.OLD, BMIHISTORY.OLD, "
               "OUTREACH.OLD, VITALS.OLD, LABRSLT.OLD and "
               "REFSTAT.OLD, CHALDEF.OLD, SUSPENSE.OLD and "
               "loads the "
               "new-layout live files. APPOINTS.OLD may be "
               "the original layout or the one with the booked "
               "date. "
               "Confirm (Y/N): ".
           ACCEPT WS-CONFIRM-ENTRY.
           IF UPGRADE-CONFIRMED
               PERFORM 0200-UPGRADE-MASTER
               PERFORM 0400-UPGRADE-RUN-CONTROL
               PERFORM 0500-UPGRADE-BILLING
               PERFORM 0600-UPGRADE-RATES
               PERFORM 0700-UPGRADE-OPEN-INVOICES
               PERFORM 0800-UPGRADE-REWARDS
               PERFORM 0900-UPGRADE-POINTS
               PERFORM 1000-UPGRADE-HISTORY
               PERFORM 1100-UPGRADE-OUTREACH
               PERFORM 1200-UPGRADE-VITALS
               PERFORM 1300-UPGRADE-LABS
               PERFORM 1400-UPGRADE-REFERRALS
               PERFORM 1500-UPGRADE-CHALLENGES
               PERFORM 1600-UPGRADE-SUSPENSE
               DISPLAY "Upgrade complete - master: ",
                   WS-MASTER-COUNT, "  appointments: ",
                   WS-APPT-COUNT, "  run control: ",
                   WS-RUNCTL-COUNT, "  billing: ",
                   WS-BILL-COUNT, "  rates: ", WS-RATE-COUNT,
                   "  open invoices: ", WS-OPENINV-COUNT,
                   "  reward items: ", WS-REWARD-COUNT,
                   "  points balances: ", WS-POINTS-COUNT,
                   "  history readings: ", WS-HISTORY-COUNT,
                   "  outreach items: ", WS-OUTREACH-COUNT,
                   "  vitals: ", WS-VITALS-COUNT,
                   "  lab results: ", WS-LAB-COUNT,
                   "  referrals: ", WS-REFSTAT-COUNT,
                   "  challenges: ", WS-CHAL-COUNT,
                   "  suspense: ", WS-SUSP-COUNT
           ELSE
               DISPLAY "Nothing was touched."
           END-IF.
           IF WS-OLD-MASTER-FS NOT = "00"
               DISPLAY "Cannot open MEMBERS.OLD, status: ",
                   WS-OLD-MASTER-FS, " - master skipped."
               MOVE "0200-UPGRADE-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT MEMBER-MASTER-FILE
               SET END-OF-OLD-FILE TO FALSE
               INVALID KEY
                   DISPLAY "  Duplicate member ID ", MEMBER-ID,
                       " skipped, status: ", WS-MASTER-FS
                   MOVE "0250-LOAD-ONE-MEMBER" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                   MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-WARNING TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
           END-WRITE.
           IF WS-MASTER-FS = "00"
               ADD 1 TO WS-MASTER-COUNT
           END-IF.

      *Rows converted from either layout start as booked at the
      *desk; the station only marks the bookings it makes from
      *here on. Rows from the original layout have no booked date.
           0300-UPGRADE-APPOINTMENTS.
           OPEN INPUT BOOKED-APPT-FILE.
           IF WS-BOOKED-APPT-FS = "00"
               PERFORM 0350-UPGRADE-BOOKED-APPTS
           ELSE
               PERFORM 0320-UPGRADE-ORIGINAL-APPTS
           END-IF.

           0320-UPGRADE-ORIGINAL-APPTS.
           OPEN INPUT OLD-APPT-FILE.
           IF WS-OLD-APPT-FS NOT = "00"
               DISPLAY "Cannot open APPOINTS.OLD, status: ",
                   WS-OLD-APPT-FS, " - appointments skipped."
               MOVE "0320-UPGRADE-ORIGINAL-APPTS"
                   TO ERRL-REQ-PARAGRAPH
               MOVE "APPOINTS.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-APPT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT APPOINTMENT-FILE
               SET END-OF-OLD-FILE TO FALSE
                               TO APPT-TIME-SLOT
                           MOVE OLD-APPT-STATUS TO APPT-STATUS
                           MOVE ZERO TO APPT-BOOKED-DATE
                           SET APPT-BOOKED-AT-DESK TO TRUE
                           WRITE APPOINTMENT-RECORD
                               INVALID KEY
                                   CONTINUE
                   WS-APPT-COUNT
           END-IF.

           0350-UPGRADE-BOOKED-APPTS.
           OPEN OUTPUT APPOINTMENT-FILE.
           SET END-OF-OLD-FILE TO FALSE.
           PERFORM UNTIL END-OF-OLD-FILE
               READ BOOKED-APPT-FILE NEXT RECORD
                   AT END
                       SET END-OF-OLD-FILE TO TRUE
                   NOT AT END
                       MOVE BOOKED-APPT-DATE TO APPT-DATE
                       MOVE BOOKED-APPT-MEMBER-ID TO APPT-MEMBER-ID
                       MOVE BOOKED-APPT-TIME-SLOT TO APPT-TIME-SLOT
                       MOVE BOOKED-APPT-STATUS TO APPT-STATUS
                       MOVE BOOKED-APPT-BOOKED-DATE
                           TO APPT-BOOKED-DATE
                       SET APPT-BOOKED-AT-DESK TO TRUE
                       WRITE APPOINTMENT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF WS-APPT-FS = "00"
                           ADD 1 TO WS-APPT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOOKED-APPT-FILE.
           CLOSE APPOINTMENT-FILE.
           DISPLAY "  APPOINTS.DAT loaded, records: ",
               WS-APPT-COUNT.

           0400-UPGRADE-RUN-CONTROL.
           OPEN INPUT OLD-RUNCTL-FILE.
           IF WS-OLD-RUNCTL-FS NOT = "00"
               DISPLAY "Cannot open RUNCTL.OLD, status: ",
                   WS-OLD-RUNCTL-FS, " - run control skipped."
               MOVE "0400-UPGRADE-RUN-CONTROL" TO ERRL-REQ-PARAGRAPH
               MOVE "RUNCTL.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-RUNCTL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT RUN-CONTROL-FILE
               SET END-OF-OLD-FILE TO FALSE
           IF WS-OLD-BILL-FS NOT = "00"
               DISPLAY "Cannot open BILLEVT.OLD, status: ",
                   WS-OLD-BILL-FS, " - billing skipped."
               MOVE "0500-UPGRADE-BILLING" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-BILL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT BILLABLE-EVENT-FILE
               SET END-OF-OLD-FILE TO FALSE
           IF WS-OLD-RATE-FS NOT = "00"
               DISPLAY "Cannot open RATES.OLD, status: ",
                   WS-OLD-RATE-FS, " - rates skipped."
               MOVE "0600-UPGRADE-RATES" TO ERRL-REQ-PARAGRAPH
               MOVE "RATES.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-RATE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT RATE-FILE
               SET END-OF-OLD-FILE TO FALSE
               DISPLAY "  RATES.DAT loaded, records: ",
                   WS-RATE-COUNT
           END-IF.

      *Rows carried over had no adjustments against them, so the
      *adjusted amount starts at zero and the balance stands.
           0700-UPGRADE-OPEN-INVOICES.
           OPEN INPUT OLD-OPENINV-FILE.
           IF WS-OLD-OPENINV-FS NOT = "00"
               DISPLAY "Cannot open OPENINV.OLD, status: ",
                   WS-OLD-OPENINV-FS, " - open invoices skipped."
               MOVE "0700-UPGRADE-OPEN-INVOICES" TO ERRL-REQ-PARAGRAPH
               MOVE "OPENINV.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-OPENINV-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT OPEN-INVOICE-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-OPENINV-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-INV-CLIENT TO INV-CLIENT-CODE
                           MOVE OLD-INV-MONTH TO INV-MONTH
                           MOVE OLD-INV-DATE TO INV-DATE
                           MOVE OLD-INV-AMOUNT TO INV-AMOUNT
                           MOVE OLD-INV-PAID TO INV-PAID
                           MOVE OLD-INV-BALANCE TO INV-BALANCE
                           MOVE ZERO TO INV-ADJUSTED
                           WRITE OPEN-INVOICE-RECORD
                           IF WS-OPENINV-FS = "00"
                               ADD 1 TO WS-OPENINV-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-OPENINV-FILE
               CLOSE OPEN-INVOICE-FILE
               DISPLAY "  OPENINV.DAT loaded, records: ",
                   WS-OPENINV-COUNT
           END-IF.

      *Items carried over are classed non-taxable with no cash
      *value; the catalog clerk re-keys each gift card and cash
      *equivalent before the year-end payroll file is built.
           0800-UPGRADE-REWARDS.
           OPEN INPUT OLD-REWARD-FILE.
           IF WS-OLD-REWARD-FS NOT = "00"
               DISPLAY "Cannot open REWARDS.OLD, status: ",
                   WS-OLD-REWARD-FS, " - reward items skipped."
               MOVE "0800-UPGRADE-REWARDS" TO ERRL-REQ-PARAGRAPH
               MOVE "REWARDS.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-REWARD-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT REWARD-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-REWARD-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-ITEM-CODE TO ITEM-CODE
                           MOVE OLD-ITEM-DESC TO ITEM-DESC
                           MOVE OLD-ITEM-POINT-PRICE
                               TO ITEM-POINT-PRICE
                           MOVE OLD-ITEM-STOCK TO ITEM-STOCK
                           MOVE "N" TO ITEM-TAXABLE-FLAG
                           MOVE ZERO TO ITEM-CASH-VALUE
                           WRITE REWARD-ITEM-RECORD
                           IF WS-REWARD-FS = "00"
                               ADD 1 TO WS-REWARD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-REWARD-FILE
               CLOSE REWARD-FILE
               DISPLAY "  REWARDS.DAT loaded, records: ",
                   WS-REWARD-COUNT
           END-IF.

      *Balances carry over unfrozen. A member already inactive or
      *deceased at cutover is frozen by setting the status again
      *at the desk.
           0900-UPGRADE-POINTS.
           OPEN INPUT OLD-POINTS-FILE.
           IF WS-OLD-POINTS-FS NOT = "00"
               DISPLAY "Cannot open POINTS.OLD, status: ",
                   WS-OLD-POINTS-FS, " - points balances skipped."
               MOVE "0900-UPGRADE-POINTS" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-POINTS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT POINTS-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-POINTS-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-PTS-MEMBER-ID TO PTS-MEMBER-ID
                           MOVE OLD-PTS-BALANCE TO PTS-BALANCE
                           MOVE OLD-PTS-LAST-ACCRUAL-DATE
                               TO PTS-LAST-ACCRUAL-DATE
                           MOVE SPACE TO PTS-FROZEN-FLAG
                           MOVE ZERO TO PTS-FROZEN-DATE
                           WRITE POINTS-RECORD
                           IF WS-POINTS-FS = "00"
                               ADD 1 TO WS-POINTS-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-POINTS-FILE
               CLOSE POINTS-FILE
               DISPLAY "  POINTS.DAT loaded, records: ",
                   WS-POINTS-COUNT
           END-IF.

      *Readings carry over unexcluded; no window exists before
      *cutover. Recording a window at the desk marks the readings
      *that fall inside it. The by-date companion keeps the same
      *keys and needs no conversion.
           1000-UPGRADE-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE.
           IF WS-OLD-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.OLD, status: ",
                   WS-OLD-HISTORY-FS, " - history skipped."
               MOVE "1000-UPGRADE-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT BMI-HISTORY-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-HISTORY-RECORD
                               TO BMI-HISTORY-RECORD
                           MOVE SPACE TO HIST-EXCL-FLAG
                           MOVE SPACE TO HIST-SOURCE-CODE
                           MOVE SPACES TO HIST-OPERATOR-ID
                           WRITE BMI-HISTORY-RECORD
                           IF WS-HISTORY-FS = "00"
                               ADD 1 TO WS-HISTORY-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-HISTORY-FILE
               CLOSE BMI-HISTORY-FILE
               DISPLAY "  BMIHISTORY.DAT loaded, records: ",
                   WS-HISTORY-COUNT
           END-IF.

      *Items carry over untiered and are worked last until the
      *next worklist build stamps each open item with the member's
      *tier from the nightly tiering run.
           1100-UPGRADE-OUTREACH.
           OPEN INPUT OLD-OUTREACH-FILE.
           IF WS-OLD-OUTREACH-FS NOT = "00"
               DISPLAY "Cannot open OUTREACH.OLD, status: ",
                   WS-OLD-OUTREACH-FS, " - outreach items skipped."
               MOVE "1100-UPGRADE-OUTREACH" TO ERRL-REQ-PARAGRAPH
               MOVE "OUTREACH.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-OUTREACH-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT OUTREACH-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-OUTREACH-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-OUTREACH-RECORD
                               TO OUTREACH-RECORD
                           MOVE ZERO TO OUTR-RISK-TIER
                           WRITE OUTREACH-RECORD
                           IF WS-OUTREACH-FS = "00"
                               ADD 1 TO WS-OUTREACH-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-OUTREACH-FILE
               CLOSE OUTREACH-FILE
               DISPLAY "  OUTREACH.DAT loaded, records: ",
                   WS-OUTREACH-COUNT
           END-IF.
      *Everything on file before the physician forms were keyed
      *came from the stations or the lab vendor, so the source code
      *starts at space.
           1200-UPGRADE-VITALS.
           OPEN INPUT OLD-VITALS-FILE.
           IF WS-OLD-VITALS-FS NOT = "00"
               DISPLAY "Cannot open VITALS.OLD, status: ",
                   WS-OLD-VITALS-FS, " - vitals skipped."
               MOVE "1200-UPGRADE-VITALS" TO ERRL-REQ-PARAGRAPH
               MOVE "VITALS.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-VITALS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT VITALS-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-VITALS-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-VITALS-RECORD TO VITALS-RECORD
                           MOVE SPACE TO VITAL-SOURCE-CODE
                           WRITE VITALS-RECORD
                           IF WS-VITALS-FS = "00"
                               ADD 1 TO WS-VITALS-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-VITALS-FILE
               CLOSE VITALS-FILE
               DISPLAY "  VITALS.DAT loaded, records: ",
                   WS-VITALS-COUNT
           END-IF.

           1300-UPGRADE-LABS.
           OPEN INPUT OLD-LAB-FILE.
           IF WS-OLD-LAB-FS NOT = "00"
               DISPLAY "Cannot open LABRSLT.OLD, status: ",
                   WS-OLD-LAB-FS, " - lab results skipped."
               MOVE "1300-UPGRADE-LABS" TO ERRL-REQ-PARAGRAPH
               MOVE "LABRSLT.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-LAB-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT LAB-RESULT-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-LAB-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-LAB-RECORD TO LAB-RESULT-RECORD
                           MOVE SPACE TO LAB-SOURCE-CODE
                           WRITE LAB-RESULT-RECORD
                           IF WS-LAB-FS = "00"
                               ADD 1 TO WS-LAB-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-LAB-FILE
               CLOSE LAB-RESULT-FILE
               DISPLAY "  LABRSLT.DAT loaded, records: ",
                   WS-LAB-COUNT
           END-IF.

      *Referrals tracked before the directory existed stay
      *unrouted, so the next letter run picks them up.
           1400-UPGRADE-REFERRALS.
           OPEN INPUT OLD-REFSTAT-FILE.
           IF WS-OLD-REFSTAT-FS NOT = "00"
               DISPLAY "Cannot open REFSTAT.OLD, status: ",
                   WS-OLD-REFSTAT-FS, " - referrals skipped."
               MOVE "1400-UPGRADE-REFERRALS" TO ERRL-REQ-PARAGRAPH
               MOVE "REFSTAT.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-REFSTAT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT REFERRAL-STATUS-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-REFSTAT-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-REFSTAT-RECORD
                               TO REFERRAL-STATUS-RECORD
                           MOVE SPACES TO REFS-PROVIDER-ID
                           MOVE ZERO TO REFS-ROUTED-DATE
                           WRITE REFERRAL-STATUS-RECORD
                           IF WS-REFSTAT-FS = "00"
                               ADD 1 TO WS-REFSTAT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-REFSTAT-FILE
               CLOSE REFERRAL-STATUS-FILE
               DISPLAY "  REFSTAT.DAT loaded, records: ",
                   WS-REFSTAT-COUNT
           END-IF.

      *Every challenge on file before step challenges was a weight
      *challenge, so each converts to the weight rule with no step
      *target.
           1500-UPGRADE-CHALLENGES.
           OPEN INPUT OLD-CHALLENGE-FILE.
           IF WS-OLD-CHAL-FS NOT = "00"
               DISPLAY "Cannot open CHALDEF.OLD, status: ",
                   WS-OLD-CHAL-FS, " - challenges skipped."
               MOVE "1500-UPGRADE-CHALLENGES" TO ERRL-REQ-PARAGRAPH
               MOVE "CHALDEF.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-CHAL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT CHALLENGE-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-CHALLENGE-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-CHALLENGE-RECORD
                               TO CHALLENGE-RECORD
                           SET CHAL-RULE-IS-WEIGHT TO TRUE
                           MOVE ZERO TO CHAL-RULE-STEPS
                           WRITE CHALLENGE-RECORD
                           IF WS-CHAL-FS = "00"
                               ADD 1 TO WS-CHAL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-CHALLENGE-FILE
               CLOSE CHALLENGE-FILE
               DISPLAY "  CHALDEF.DAT loaded, records: ",
                   WS-CHAL-COUNT
           END-IF.

      *Readings held before the field was added cannot be traced
      *to an operator and stay blank.
           1600-UPGRADE-SUSPENSE.
           OPEN INPUT OLD-SUSPENSE-FILE.
           IF WS-OLD-SUSP-FS NOT = "00"
               DISPLAY "Cannot open SUSPENSE.OLD, status: ",
                   WS-OLD-SUSP-FS, " - suspense skipped."
               MOVE "1600-UPGRADE-SUSPENSE" TO ERRL-REQ-PARAGRAPH
               MOVE "SUSPENSE.OLD" TO ERRL-REQ-FILE-NAME
               MOVE WS-OLD-SUSP-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT SUSPENSE-FILE
               SET END-OF-OLD-FILE TO FALSE
               PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET END-OF-OLD-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-SUSPENSE-RECORD
                               TO SUSPENSE-RECORD
                           MOVE SPACES TO SUSP-OPERATOR-ID
                           WRITE SUSPENSE-RECORD
                           IF WS-SUSP-FS = "00"
                               ADD 1 TO WS-SUSP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               DISPLAY "  SUSPENSE.DAT loaded, records: ",
                   WS-SUSP-COUNT
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "FILEUPGR" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "FILEUPGR".
