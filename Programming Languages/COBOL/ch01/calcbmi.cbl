           SELECT BMI-INPUT-FILE ASSIGN TO WS-INPUT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-IN-FS.
           SELECT SORTED-INPUT-FILE ASSIGN TO WS-SORTED-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT BMI-OUTPUT-FILE ASSIGN TO WS-OUTPUT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-OUT-FS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-KEY
               FILE STATUS IS WS-SLOTCAP-FS.
           SELECT COUNSEL-FILE ASSIGN TO WS-COUNSEL-FNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNSL-KEY
               FILE STATUS IS WS-COUNSEL-FS.
           SELECT CRITICAL-VALUE-FILE ASSIGN TO "CRITVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRIT-ANALYTE
               FILE STATUS IS WS-CRITVAL-FS.
           SELECT CRITICAL-LOG-FILE ASSIGN TO WS-CRITLOG-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRITLOG-FS.
           SELECT SUPPLY-FILE ASSIGN TO "SUPPLY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPL-KEY
               FILE STATUS IS WS-SUPPLY-FS.
           SELECT OPER-QUALITY-FILE ASSIGN TO "OPERQLTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPQL-FS.

       DATA DIVISION.
       FILE SECTION.
      *The batch arrives in keying order and is only read to feed
      *the sort; the passes work from the member-ordered copy.
       FD BMI-INPUT-FILE.
       01 BMI-KEYED-RECORD PIC X(25).

      *Member ID is the major key and the keyed row number the
      *minor one, so one member's rows stay in the order keyed.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SORT-INPUT-IMAGE.
               10 SORT-MEMBER-KEY PIC X(6).
               10 FILLER PIC X(19).
           05 SORT-ROW-NUMBER PIC 9(6).

       FD SORTED-INPUT-FILE.
           COPY "BMIINREC.cpy".
       01 SORTED-INPUT-ROW.
           05 FILLER PIC X(25).
           05 IN-ROW-NUMBER PIC 9(6).

       FD BMI-OUTPUT-FILE.
       01 BMI-OUTPUT-RECORD PIC X(132).
       01 BMI-PARM-RECORD.
           05 PARM-BMI-CONSTANT PIC 999V99.
           05 PARM-EDIT-GATE-PCT PIC 99.
           05 PARM-REFERRAL-THRESHOLD PIC 99V99.

       FD EDIT-REPORT-FILE.
       01 EDIT-REPORT-LINE PIC X(100).
       FD SLOT-CAPACITY-FILE.
           COPY "SLOTCREC.cpy".

       FD COUNSEL-FILE.
           COPY "CNSLREC.cpy".

       FD CRITICAL-VALUE-FILE.
           COPY "CRITREC.cpy".

       FD CRITICAL-LOG-FILE.
           COPY "CRITLREC.cpy".

       FD SUPPLY-FILE.
           COPY "SUPLREC.cpy".

       FD OPER-QUALITY-FILE.
           COPY "OPQLREC.cpy".

       FD VERIFY-CONTROL-FILE.
       01 VERIFY-CONTROL-RECORD.
           05 VERIFY-STATUS PIC X.
       01 WS-INPUT-FNAME PIC X(16) VALUE "BMIINPUT.DAT".
       01 WS-OUTPUT-FNAME PIC X(16) VALUE "BMIOUTPUT.DAT".
       01 WS-RESULT-FNAME PIC X(16) VALUE "BMIOUTFX.DAT".
       01 WS-SORTED-FNAME PIC X(16) VALUE "BMISORT.DAT".
       01 WS-MASTER-FNAME PIC X(16) VALUE "MEMBERS.DAT".
       01 WS-HISTORY-FNAME PIC X(16) VALUE "BMIHISTORY.DAT".
       01 WS-GOAL-FNAME PIC X(16) VALUE "GOALS.DAT".
       01 WS-SLOTCAP-FNAME PIC X(16) VALUE "SLOTCAP.DAT".
       01 WS-EVENT-FNAME PIC X(16) VALUE "EVENTS.DAT".
       01 WS-WORKQ-FNAME PIC X(16) VALUE "WORKQ.DAT".
       01 WS-CRITLOG-FNAME PIC X(16) VALUE "CRITLOG.DAT".
       01 WS-COUNSEL-FNAME PIC X(16) VALUE "COUNSEL.DAT".
       01 WS-TRAINING-CHOICE PIC X.
           88 TRAINING-WANTED VALUE "Y" "y".
       01 WS-TRAINING-SW PIC X VALUE "N".
           88 INTERACTIVE-MODE-CHOSEN VALUE "I" "i".
           88 BATCH-MODE-CHOSEN VALUE "B" "b".
           88 KIOSK-MODE-CHOSEN VALUE "K" "k".
           88 NO-RUN-MODE-ALLOWED VALUE SPACE.
      *The run modes offered are the ones the station registry
      *allows the signed-on station.
       01 WS-MODE-PROMPT PIC X(60).
       01 WS-MODE-PTR PIC 99.
       01 WS-MODES-OFFERED PIC 9.
       01 WS-MODE-ALLOWED-SW PIC X VALUE "N".
           88 MODE-IS-ALLOWED VALUE "Y" FALSE "N".
       01 WS-PIN-ENTRY PIC 9(4).
       01 WS-AUTH-SW PIC X VALUE "N".
           88 KIOSK-AUTH-PASSED VALUE "Y" FALSE "N".
       01 WS-WEIGHT-SWING-PCT PIC 9V99 VALUE 0.10.

           COPY "AUTHREQ.cpy".
           COPY "STAFREQ.cpy".
       01 WS-STATION-ID PIC X(8).
      *Set per reading from the member's recorded exclusion
      *windows: the reading is stored and marked, but no category
      *is reported and the BMI-driven follow-ups are skipped.
           COPY "EXCLREQ.cpy".
       01 WS-EXCLUSION-SW PIC X VALUE "N".
           88 READING-IN-EXCLUSION VALUE "Y" FALSE "N".
       01 WS-OPERATOR-ID PIC X(8).

      *Sessions run under an event code (blank for walk-ins) so
       01 WS-CARD-FS PIC XX.
       01 WS-COUNSEL-CHOICE PIC X.
           88 COUNSELING-WANTED VALUE "Y" "y".
      *What was covered is kept on COUNSEL.DAT so the payers
      *can be shown it; nothing is kept without current consent.
       01 WS-COUNSEL-FS PIC XX.
       01 WS-NUTRITION-CHOICE PIC X.
           88 NUTRITION-COUNSELED VALUE "Y" "y".
       01 WS-ACTIVITY-CHOICE PIC X.
           88 ACTIVITY-COUNSELED VALUE "Y" "y".
       01 NORMAL-BAND-LOW PIC 99V99 VALUE 18.50.
       01 NORMAL-BAND-HIGH PIC 99V99 VALUE 24.99.
       01 WS-RANGE-LOW PIC 9999V9.
       01 WS-BATCH-HOLD-SW PIC X VALUE "N".
           88 BATCH-FILES-HELD VALUE "Y" FALSE "N".

      *Health-fair nights run to thousands of rows, so the batch is
      *sorted by member and the master, goal, points and history
      *files are read forward alongside it once, instead of a
      *random read on each file for every row. While the switch is
      *set the shared paragraphs take the matched rows rather than
      *reading their own.
       01 WS-MATCH-SW PIC X VALUE "N".
           88 BATCH-MATCH-ACTIVE VALUE "Y" FALSE "N".
       01 WS-SORTED-FS PIC XX.
       01 WS-SORT-RETURN PIC 99.
       01 WS-SORT-RELEASED PIC 9(6) VALUE ZERO.
       01 WS-CALC-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MATCH-MEMBER-KEY PIC X(6).
       01 WS-SIDE-MEMBER-KEY PIC X(6).
       01 WS-MASTER-CURSOR-SW PIC X VALUE "N".
           88 MASTER-CURSOR-AT-END VALUE "Y" FALSE "N".
       01 WS-GOAL-CURSOR-SW PIC X VALUE "N".
           88 GOAL-CURSOR-AT-END VALUE "Y" FALSE "N".
       01 WS-POINTS-CURSOR-SW PIC X VALUE "N".
           88 POINTS-CURSOR-AT-END VALUE "Y" FALSE "N".
       01 WS-HIST-CURSOR-SW PIC X VALUE "N".
           88 HIST-CURSOR-AT-END VALUE "Y" FALSE "N".
       01 WS-GOAL-MATCH-SW PIC X VALUE "N".
           88 GOAL-WAS-MATCHED VALUE "Y" FALSE "N".
       01 WS-POINTS-MATCH-SW PIC X VALUE "N".
           88 POINTS-WAS-MATCHED VALUE "Y" FALSE "N".
      *New points and history rows are written through the record
      *area, so the row each forward read stopped on is held here.
       01 WS-POINTS-AHEAD.
           05 WS-POINTS-AHEAD-ID PIC X(6).
           05 FILLER PIC X(44).
       01 WS-HIST-AHEAD.
           05 WS-HIST-AHEAD-ID PIC X(6).
           05 FILLER PIC X(94).
      *The member's newest reading, and the first reading on or
      *after the open goal's set date, gathered as the history is
      *read forward and kept current as the pass adds readings.
       01 WS-LAST-HELD-SW PIC X VALUE "N".
           88 LAST-READING-HELD VALUE "Y" FALSE "N".
       01 WS-LAST-DATE PIC 9(8).
       01 WS-LAST-TIME PIC 9(6).
       01 WS-LAST-HEIGHT-INCH PIC 999V99.
       01 WS-LAST-WEIGHT PIC 9999V9.
       01 WS-LAST-BMI PIC 999V99.
       01 WS-START-HELD-SW PIC X VALUE "N".
           88 GOAL-START-ROW-HELD VALUE "Y" FALSE "N".
       01 WS-START-EXCL-SW PIC X VALUE "N".
           88 GOAL-START-ROW-EXCLUDED VALUE "Y" FALSE "N".
       01 WS-START-DATE PIC 9(8).
       01 WS-START-TIME PIC 9(6).
       01 WS-START-ROW-WEIGHT PIC 9999V9.

      *Each batch phase is timed onto the run log and onto a
      *run-control row of its own under the phase's step name, so
      *the trend report carries the sort, the edit and the
      *calculation as separate steps.
       01 WS-PHASE-JOB PIC X(8).
       01 WS-PHASE-TEXT PIC X(12).
       01 WS-PHASE-ROWS PIC 9(6).
       01 WS-PHASE-START PIC 9(6).
       01 WS-PHASE-END PIC 9(6).
       01 WS-PHASE-SECONDS PIC S9(7).
       01 WS-PHASE-CLOCK PIC 9(6).
       01 WS-PHASE-CLOCK-X REDEFINES WS-PHASE-CLOCK.
           05 WS-PC-HH PIC 99.
           05 WS-PC-MM PIC 99.
           05 WS-PC-SS PIC 99.
       01 WS-SECONDS-DISPLAY PIC ZZZZZ9.

      *Run control stops the same business date from being batched
      *twice and lets the morning inquiry spot a skipped night.
       01 WS-RUNCTL-FS PIC XX.
      *device ID rides onto the history row for traceability.
       01 WS-SCALE-FS PIC XX.
       01 WS-DEVICE-ID PIC X(8) VALUE "MANUAL".
      *A station with its own scale takes feed readings from that
      *scale only, not from the next station's scale at an event.
       01 WS-STATION-SCALE-ID PIC X(8) VALUE SPACES.
      *Calibration gate on the feeding scale: a device past its
      *calibration-due date in the registry is refused unless a
      *supervisor overrides on the spot.
       01 WS-CAL-CHOICE PIC X.
           88 CAL-OVERRIDE-WANTED VALUE "Y" "y".
       01 WS-CAL-SUPERVISOR PIC X(8).
      *Overrides and batch rejects are charged to the operator on
      *the quality scorecard; practice runs in training are not.
       01 WS-OPQL-FS PIC XX.

      *Rolling three-slot note buffer: forward reads leave the
      *newest notes in the buffer when the member's block runs
       01 POCT-CHOL-MIN PIC 999 VALUE 80.
       01 POCT-CHOL-MAX PIC 999 VALUE 500.

      *Critical values stop the station until a nurse has seen the
      *reading and recorded what was done about it. The protocol's
      *limits by default; CRITVAL.DAT overrides them.
       01 WS-CRITVAL-FS PIC XX.
       01 WS-CRITLOG-FS PIC XX.
       01 WS-CRIT-EOF-SW PIC X VALUE "N".
           88 END-OF-CRITICAL-LIMITS VALUE "Y" FALSE "N".
       01 WS-CRIT-SYSTOLIC-HIGH PIC 999 VALUE 180.
       01 WS-CRIT-SYSTOLIC-LOW PIC 999 VALUE ZERO.
       01 WS-CRIT-DIASTOLIC-HIGH PIC 999 VALUE 120.
       01 WS-CRIT-DIASTOLIC-LOW PIC 999 VALUE ZERO.
       01 WS-CRIT-GLUCOSE-HIGH PIC 999 VALUE 400.
       01 WS-CRIT-GLUCOSE-LOW PIC 999 VALUE ZERO.
       01 WS-NURSE-ID PIC X(8).
       01 WS-CRIT-ACTION-ENTRY PIC X.
           88 CRIT-ACTION-ER VALUE "E" "e".
           88 CRIT-ACTION-PCP VALUE "P" "p".
           88 CRIT-ACTION-REFUSED VALUE "R" "r".

      *Coverage spans replace the old one-character flag for the
      *lookup warning: covered means a span is in force as of the
      *reading date, not just that the last roster had the member.
       01 WS-ANNIV-SLOT-BOOKED PIC 9(3).
       01 WS-ANNIV-OPEN-SW PIC X VALUE "Y".
           88 ANNIV-SLOT-IS-OPEN VALUE "Y" FALSE "N".
      *An anniversary that falls on a holiday or a day the
      *station's site is closed moves to the next open day.
       01 WS-STATION-SITE PIC X(20) VALUE SPACES.
       01 WS-ANNIV-MOVED-SW PIC X VALUE "N".
           88 ANNIV-DATE-MOVED VALUE "Y" FALSE "N".
           COPY "CALNREQ.cpy".
      *Supervisor overrides go to the shared override register.
           COPY "OVRDREQ.cpy".

      *Posted-date locking: a reading dated to a business date
      *finance already closed is refused, not stored.

      *A stored reading that crosses the clinical BMI threshold
      *fires a referral trigger for the outreach calling list and
      *the clinical follow-up scan. The threshold in force is
      *carried on BMIPARM.DAT; this value stands when it is not.
       01 WS-REFER-FS PIC XX.
       01 REFERRAL-BMI-THRESHOLD PIC 99V99 VALUE 30.00.

      *Wellness credits: every completed screening earns points and
      *a reading in the Normal band earns a bonus, at the rates
      *the PTSRATE service hands back.
       01 WS-POINTS-FS PIC XX.
       01 POINTS-PER-SCREENING PIC 99.
       01 POINTS-NORMAL-BONUS PIC 99.
           COPY "PTSRREQ.cpy".

       01 WS-GOAL-FS PIC XX.
       01 WS-GOAL-FOUND-SW PIC X VALUE "N".
       01 WS-ONTRACK-TEXT PIC X(9).
       01 WS-GOAL-TEXT PIC X(48).

      *Screening supplies: each finger-stick and blood pressure
      *captured takes its lancet, strips, cassette or cuff sleeve
      *out of stock at the session's storage location. Practice
      *sessions use no real stock and take nothing.
       01 WS-SUPPLY-FS PIC XX.
       01 WS-SUPPLY-LOCATION PIC X(8) VALUE SPACES.
       01 WS-SUPPLY-USE PIC X.
       01 WS-SUPPLY-EOF-SW PIC X VALUE "N".
           88 END-OF-SUPPLY-LOTS VALUE "Y" FALSE "N".
       01 WS-SUPPLY-LOT-SW PIC X VALUE "N".
           88 SUPPLY-LOT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-BEST-SUPPLY-KEY PIC X(22).
       01 WS-BEST-SUPPLY-EXPIRY PIC 9(8).
       01 WS-SUPPLY-EXPIRY PIC 9(8).
       01 WS-SX PIC 9.
           COPY "SUPITBL.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "CALCULATOR OF BMI".
           PERFORM 0130-SIGN-ON.
           IF AUTH-ACCEPTED
               PERFORM 0120-LOAD-PARAMETERS
               PERFORM 0125-LOAD-CRITICAL-LIMITS
               PERFORM 0135-GET-EVENT-CODE
               PERFORM 0110-GET-RUN-MODE
               EVALUATE TRUE
                   WHEN NO-RUN-MODE-ALLOWED
                       MOVE 8 TO WS-RETURN-CODE
                   WHEN BATCH-MODE-CHOSEN
                       PERFORM 0600-BATCH-MODE
                   WHEN KIOSK-MODE-CHOSEN
               MOVE "TRNBMIINPUT.DAT" TO WS-INPUT-FNAME
               MOVE "TRNBMIOUTPT.DAT" TO WS-OUTPUT-FNAME
               MOVE "TRNBMIOUTFX.DAT" TO WS-RESULT-FNAME
               MOVE "TRNBMISORT.DAT" TO WS-SORTED-FNAME
               MOVE "TRNMEMBERS.DAT" TO WS-MASTER-FNAME
               MOVE "TRNBMIHIST.DAT" TO WS-HISTORY-FNAME
               MOVE "TRNGOALS.DAT" TO WS-GOAL-FNAME
               MOVE "TRNSLOTCAP.DAT" TO WS-SLOTCAP-FNAME
               MOVE "TRNEVENTS.DAT" TO WS-EVENT-FNAME
               MOVE "TRNWORKQ.DAT" TO WS-WORKQ-FNAME
               MOVE "TRNCRITLOG.DAT" TO WS-CRITLOG-FNAME
               MOVE "TRNCOUNSEL.DAT" TO WS-COUNSEL-FNAME
           END-IF.
           PERFORM 0117-SHOW-BANNER.

           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-STATION-ID TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           EVALUATE TRUE
               WHEN AUTH-STATION-UNKNOWN
                   DISPLAY "Station ", AUTH-STATION-ID,
                       " is not registered. Sign-on refused."
               WHEN AUTH-REFUSED
                   DISPLAY "Operator ", WS-OPERATOR-ID,
                       " is not authorized to sign on."
               WHEN OTHER
                   PERFORM 0132-TAKE-STATION-SETUP
           END-EVALUATE.

      *Results print to the station's own printer file and weights
      *come from its own scale. Training keeps its practice file.
           0132-TAKE-STATION-SETUP.
           MOVE AUTH-STATION-ID TO WS-STATION-ID.
           MOVE AUTH-STATION-SCALE-ID TO WS-STATION-SCALE-ID.
           MOVE AUTH-STATION-SITE TO WS-STATION-SITE.
           IF AUTH-RESULT-PRINT-FILE NOT = SPACES
                   AND NOT TRAINING-MODE-ACTIVE
               MOVE AUTH-RESULT-PRINT-FILE TO WS-CARDPRT-FNAME
           END-IF.

      *The station draws its supplies from one storage location
      *for the whole session - the event kit or the clinic shelf.
           0137-GET-SUPPLY-LOCATION.
           IF NOT TRAINING-MODE-ACTIVE
               DISPLAY "Supply location for this session (blank = "
                   "station ", WS-STATION-ID, "): "
               ACCEPT WS-SUPPLY-LOCATION
               IF WS-SUPPLY-LOCATION = SPACES
                   MOVE WS-STATION-ID TO WS-SUPPLY-LOCATION
               END-IF
               INSPECT WS-SUPPLY-LOCATION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.

           0140-SIGN-OFF.
                               DISPLAY "Session tagged to event ",
                                   EVENT-CODE, " at ",
                                   FUNCTION TRIM(EVENT-LOCATION)
                               PERFORM 0138-CHECK-EVENT-ROSTER
                               SET ENTRY-IS-VALID TO TRUE
                       END-READ
                       CLOSE EVENT-FILE
               END-IF
           END-PERFORM.

      *Working an event you are not rostered for is allowed - the
      *line still has to move - but it is flagged and logged so
      *the supervisor can square the roster and the hours.
           0138-CHECK-EVENT-ROSTER.
           IF NOT TRAINING-MODE-ACTIVE
               MOVE WS-EVENT-CODE TO STAF-REQ-EVENT-CODE
               MOVE WS-OPERATOR-ID TO STAF-REQ-OPERATOR-ID
               MOVE WS-STATION-ID TO STAF-REQ-STATION-ID
               MOVE "CALCBMI" TO STAF-REQ-PROGRAM
               CALL "STAFCHK" USING STAF-REQUEST
               IF STAF-REQ-NOT-ROSTERED
                   DISPLAY "WARNING: operator ", WS-OPERATOR-ID,
                       " is not on the staffing roster for event ",
                       WS-EVENT-CODE, " - sign-on logged."
               END-IF
           END-IF.

      *Batch begins a unit per input record, so the second alone
      *cannot tell consecutive units apart - the run-scoped unit
      *counter keeps every ID distinct for the recovery scan.
               END-IF
           ELSE
               DISPLAY "Could not write journal, status: ", WS-JRNL-FS
               MOVE "0950-WRITE-JOURNAL" TO ERRL-REQ-PARAGRAPH
               MOVE WS-JRNL-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-JRNL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Caller fills the event type and detail; the operator, the
      *stamp and the program are filled here.
           0965-WRITE-QUALITY-EVENT.
           IF NOT TRAINING-MODE-ACTIVE
               MOVE WS-OPERATOR-ID TO OPQL-OPERATOR-ID
               ACCEPT OPQL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TODAY-TIME FROM TIME
               MOVE WS-TIME-HHMMSS TO OPQL-TIME
               MOVE "CALCBMI" TO OPQL-PROGRAM
               OPEN EXTEND OPER-QUALITY-FILE
               IF WS-OPQL-FS = "35"
                   OPEN OUTPUT OPER-QUALITY-FILE
               END-IF
               IF WS-OPQL-FS = "00"
                   WRITE OPER-QUALITY-EVENT
                   CLOSE OPER-QUALITY-FILE
               END-IF
           END-IF.

      *Caller fills the function, the supervisor and the record
      *touched; the reason is asked for here. A trainee still gives
      *one, but practice overrides stay off the register.
           0967-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           IF NOT TRAINING-MODE-ACTIVE
               MOVE "CALCBMI" TO OVRD-REQ-PROGRAM
               MOVE WS-STATION-ID TO OVRD-REQ-STATION-ID
               CALL "OVRDLOG" USING OVRD-REQUEST
           END-IF.

           0900-WRITE-RUN-LOG.
                           MOVE PARM-EDIT-GATE-PCT
                               TO WS-EDIT-GATE-PCT
                       END-IF
                       IF PARM-REFERRAL-THRESHOLD IS NUMERIC
                               AND PARM-REFERRAL-THRESHOLD > ZERO
                           MOVE PARM-REFERRAL-THRESHOLD
                               TO REFERRAL-BMI-THRESHOLD
                       END-IF
               END-READ
               CLOSE BMI-PARM-FILE
           END-IF.
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           MOVE PTSR-NORMAL-BONUS TO POINTS-NORMAL-BONUS.

      *A limit row with a zero high limit is ignored rather than
      *letting it stop the station on every reading.
           0125-LOAD-CRITICAL-LIMITS.
           OPEN INPUT CRITICAL-VALUE-FILE.
           IF WS-CRITVAL-FS = "00"
               SET END-OF-CRITICAL-LIMITS TO FALSE
               PERFORM UNTIL END-OF-CRITICAL-LIMITS
                   READ CRITICAL-VALUE-FILE NEXT RECORD
                       AT END
                           SET END-OF-CRITICAL-LIMITS TO TRUE
                       NOT AT END
                           IF CRIT-HIGH-LIMIT IS NUMERIC
                                   AND CRIT-HIGH-LIMIT > ZERO
                                   AND CRIT-LOW-LIMIT IS NUMERIC
                               EVALUATE TRUE
                                   WHEN CRIT-IS-SYSTOLIC
                                       MOVE CRIT-HIGH-LIMIT
                                           TO WS-CRIT-SYSTOLIC-HIGH
                                       MOVE CRIT-LOW-LIMIT
                                           TO WS-CRIT-SYSTOLIC-LOW
                                   WHEN CRIT-IS-DIASTOLIC
                                       MOVE CRIT-HIGH-LIMIT
                                           TO WS-CRIT-DIASTOLIC-HIGH
                                       MOVE CRIT-LOW-LIMIT
                                           TO WS-CRIT-DIASTOLIC-LOW
                                   WHEN CRIT-IS-GLUCOSE
                                       MOVE CRIT-HIGH-LIMIT
                                           TO WS-CRIT-GLUCOSE-HIGH
                                       MOVE CRIT-LOW-LIMIT
                                           TO WS-CRIT-GLUCOSE-LOW
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRITICAL-VALUE-FILE
           END-IF.

      *A station allowed a single mode goes straight into it, so a
      *kiosk comes up as a kiosk and a desk cannot start one.
           0110-GET-RUN-MODE.
           MOVE SPACE TO WS-RUN-MODE.
           MOVE ZERO TO WS-MODES-OFFERED.
           MOVE SPACES TO WS-MODE-PROMPT.
           MOVE 1 TO WS-MODE-PTR.
           STRING "Run mode -" DELIMITED BY SIZE
               INTO WS-MODE-PROMPT WITH POINTER WS-MODE-PTR.
           IF AUTH-INTERACTIVE-ALLOWED
               ADD 1 TO WS-MODES-OFFERED
               MOVE "I" TO WS-RUN-MODE
               STRING " (I)nteractive" DELIMITED BY SIZE
                   INTO WS-MODE-PROMPT WITH POINTER WS-MODE-PTR
           END-IF.
           IF AUTH-BATCH-ALLOWED
               ADD 1 TO WS-MODES-OFFERED
               MOVE "B" TO WS-RUN-MODE
               STRING " (B)atch" DELIMITED BY SIZE
                   INTO WS-MODE-PROMPT WITH POINTER WS-MODE-PTR
           END-IF.
           IF AUTH-KIOSK-ALLOWED
               ADD 1 TO WS-MODES-OFFERED
               MOVE "K" TO WS-RUN-MODE
               STRING " (K)iosk" DELIMITED BY SIZE
                   INTO WS-MODE-PROMPT WITH POINTER WS-MODE-PTR
           END-IF.
           STRING ": " DELIMITED BY SIZE
               INTO WS-MODE-PROMPT WITH POINTER WS-MODE-PTR.
           EVALUATE TRUE
               WHEN WS-MODES-OFFERED = ZERO
                   DISPLAY "Station ", WS-STATION-ID,
                       " is not set up for any run mode."
               WHEN WS-MODES-OFFERED = 1
                   PERFORM 0117-SHOW-BANNER
                   DISPLAY "Station ", WS-STATION-ID,
                       " runs in mode ", WS-RUN-MODE, " only."
               WHEN OTHER
                   SET ENTRY-IS-VALID TO FALSE
                   PERFORM UNTIL ENTRY-IS-VALID
                       PERFORM 0117-SHOW-BANNER
                       DISPLAY FUNCTION TRIM(WS-MODE-PROMPT)
                       ACCEPT WS-RUN-MODE
                       PERFORM 0112-CHECK-MODE-ALLOWED
                       IF MODE-IS-ALLOWED
                           SET ENTRY-IS-VALID TO TRUE
                       ELSE
                           DISPLAY "That mode is not offered at "
                               "this station."
                       END-IF
                   END-PERFORM
           END-EVALUATE.

           0112-CHECK-MODE-ALLOWED.
           SET MODE-IS-ALLOWED TO FALSE.
           EVALUATE TRUE
               WHEN INTERACTIVE-MODE-CHOSEN
                   IF AUTH-INTERACTIVE-ALLOWED
                       SET MODE-IS-ALLOWED TO TRUE
                   END-IF
               WHEN BATCH-MODE-CHOSEN
                   IF AUTH-BATCH-ALLOWED
                       SET MODE-IS-ALLOWED TO TRUE
                   END-IF
               WHEN KIOSK-MODE-CHOSEN
                   IF AUTH-KIOSK-ALLOWED
                       SET MODE-IS-ALLOWED TO TRUE
                   END-IF
           END-EVALUATE.

           0500-INTERACTIVE-MODE.
           PERFORM 0150-GET-UNIT-CHOICE.
           PERFORM 0137-GET-SUPPLY-LOCATION.
           SET SESSION-IS-DONE TO FALSE.
           PERFORM UNTIL SESSION-IS-DONE
               MOVE ZERO TO WS-READING-DATE
               PERFORM 0850-OFFER-NEXT-ANNUAL
           END-IF.

      *Healthy-range counseling means nothing inside an exclusion
      *window; the result card carries a note instead.
           0750-OFFER-COUNSELING.
           IF READING-IN-EXCLUSION
               DISPLAY "Healthy weight range is not shown inside an "
                   "exclusion window."
               PERFORM 0780-PRINT-EXCLUSION-CARD
           ELSE
               DISPLAY "Show the healthy weight range (Y/N)? "
               ACCEPT WS-COUNSEL-CHOICE
               IF COUNSELING-WANTED
                   PERFORM 0760-SHOW-HEALTHY-RANGE
               END-IF
           END-IF.
           IF CONSENT-IS-CURRENT
               DISPLAY "Nutrition counseling given (Y/N)? "
               ACCEPT WS-NUTRITION-CHOICE
               DISPLAY "Physical activity counseling given (Y/N)? "
               ACCEPT WS-ACTIVITY-CHOICE
               IF NUTRITION-COUNSELED OR ACTIVITY-COUNSELED
                       OR (COUNSELING-WANTED
                           AND NOT READING-IN-EXCLUSION)
                   PERFORM 0785-LOG-COUNSELING
               END-IF
           END-IF.

      *Invert the Normal band for this height: weight = BMI times
               CLOSE RESULT-CARD-FILE
           END-IF.

           0780-PRINT-EXCLUSION-CARD.
           OPEN EXTEND RESULT-CARD-FILE.
           IF WS-CARD-FS = "35"
               OPEN OUTPUT RESULT-CARD-FILE
           END-IF.
           IF WS-CARD-FS = "00"
               MOVE SPACES TO RESULT-CARD-LINE
               STRING "MEMBER " MEMBER-ID " "
                   FUNCTION TRIM(WS-LOOKUP-NAME)
                   DELIMITED BY SIZE INTO RESULT-CARD-LINE
               WRITE RESULT-CARD-LINE
               MOVE SPACES TO RESULT-CARD-LINE
               STRING "BMI CATEGORY NOT REPORTED DURING PREGNANCY "
                   "- READING KEPT ON FILE"
                   DELIMITED BY SIZE INTO RESULT-CARD-LINE
               WRITE RESULT-CARD-LINE
               CLOSE RESULT-CARD-FILE
           END-IF.

           0520-PRINT-SESSION-TOTALS.
           DISPLAY "---- SESSION TOTALS ----".
           DISPLAY "Members processed: ", WS-SESSION-MEMBERS.
                   INVALID KEY
                       DISPLAY "Could not queue member, status: ",
                           WS-WORKQ-FS
                       MOVE "0563-QUEUE-CHECKED-IN"
                           TO ERRL-REQ-PARAGRAPH
                       MOVE WS-WORKQ-FNAME TO ERRL-REQ-FILE-NAME
                       MOVE WS-WORKQ-FS TO ERRL-REQ-STATUS
                       MOVE WORKQ-KEY TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
               END-WRITE
               CLOSE WORK-QUEUE-FILE
           END-IF.
               MOVE WS-STATION-ID TO DISC-STATION
               MOVE MEMBER-ID TO DISC-MEMBER-ID
               MOVE "KIOSKOWN" TO DISC-FUNCTION
               SET DISC-TO-MEMBER TO TRUE
               MOVE ZERO TO DISC-PROXY-SEQ
               MOVE SPACES TO DISC-PROXY-NAME
               MOVE SPACES TO DISC-CRITERIA-CARD
               WRITE DISCLOSURE-RECORD
               CLOSE DISCLOSURE-LOG-FILE
           END-IF.
           END-IF.
           PERFORM 0420-COMPUTE-BMI.
           PERFORM 0400-GET-CATEGORY.
           PERFORM 0447-CHECK-EXCLUSION.
           PERFORM 0648-CHECK-DAY-OPEN.
           IF NOT POSTING-DAY-IS-OPEN
               DISPLAY "Business date is closed - this reading "
           END-IF
           END-IF.
           MOVE MEMBER-BMI TO WS-BMI-DISPLAY.
           EVALUATE TRUE
               WHEN READING-IN-EXCLUSION
                   DISPLAY "Here is BMI for ",
                       FUNCTION TRIM(WS-LOOKUP-NAME),
                       ": ", WS-BMI-DISPLAY,
                       " - no category (exclusion window to ",
                       EXCL-REQ-END-DATE, ")"
               WHEN READING-IS-ADJUSTED
                   DISPLAY "Here is BMI for ",
                       FUNCTION TRIM(WS-LOOKUP-NAME),
                       ": ", WS-BMI-DISPLAY, " - ",
                       FUNCTION TRIM(BMI-CATEGORY),
                       " (ADJUSTED FOR LIMB LOSS)"
               WHEN OTHER
                   DISPLAY "Here is BMI for ",
                       FUNCTION TRIM(WS-LOOKUP-NAME),
                       ": ", WS-BMI-DISPLAY, " - ",
                       FUNCTION TRIM(BMI-CATEGORY)
           END-EVALUATE.

           0175-GET-MEMBER-ID.
           PERFORM 0170-OFFER-QUEUED-MEMBER.
      *never inherit the previous member's status, amputation code
      *or client code.
           0180-LOOKUP-MASTER-NAME.
           PERFORM 0179-CLEAR-LOOKUP.
           IF NOT BATCH-FILES-HELD
               OPEN INPUT MEMBER-MASTER-FILE
           END-IF.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0181-TAKE-MASTER-FIELDS
               END-READ
               IF NOT BATCH-FILES-HELD
                   CLOSE MEMBER-MASTER-FILE
               END-IF
           END-IF.

           0179-CLEAR-LOOKUP.
           SET MEMBER-WAS-FOUND TO FALSE.
           MOVE SPACES TO WS-LOOKUP-NAME.
           MOVE SPACE TO WS-LOOKUP-STATUS.
           MOVE SPACES TO WS-LOOKUP-AMP-CODE.
           MOVE SPACES TO WS-LOOKUP-CLIENT.
           SET CONSENT-IS-CURRENT TO FALSE.

      *Shared by the keyed lookup and the batch's matched master
      *row; the master record area holds the member either way.
           0181-TAKE-MASTER-FIELDS.
           MOVE MASTER-MEMBER-NAME TO WS-LOOKUP-NAME.
           MOVE MASTER-MEMBER-STATUS TO WS-LOOKUP-STATUS.
           MOVE MASTER-MEMBER-AMP-CODE TO WS-LOOKUP-AMP-CODE.
           MOVE MASTER-MEMBER-CLIENT-CODE TO WS-LOOKUP-CLIENT.
           PERFORM 0190-CHECK-CONSENT.
           IF MASTER-MEMBER-COVERAGE-WARNED
                   AND NOT BATCH-MODE-CHOSEN
               DISPLAY "COVERAGE WARNING - member is "
                   "not on the payer's latest roster."
           END-IF.
           IF NOT BATCH-MODE-CHOSEN
               PERFORM 0195-CHECK-COVERAGE-SPAN
               PERFORM 0196-CHECK-CONTRACT
           END-IF.
           SET MEMBER-WAS-FOUND TO TRUE.

      *Covered means a span holds the reading date: start at or
      *before it and end at or after it (end zero = still open).
      *No span file on hand reads as before - the spans are
           ELSE
               MOVE SPACE TO HIST-ADJ-FLAG
           END-IF.
           IF READING-IN-EXCLUSION
               SET HIST-IS-EXCLUDED TO TRUE
           ELSE
               MOVE SPACE TO HIST-EXCL-FLAG
           END-IF.
           MOVE SPACE TO HIST-SOURCE-CODE.
           MOVE WS-OPERATOR-ID TO HIST-OPERATOR-ID.
           PERFORM 0940-BEGIN-UNIT-OF-WORK.
           IF NOT BATCH-FILES-HELD
               OPEN I-O BMI-HISTORY-FILE
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Could not log BMI history, status: ",
                   WS-HISTORY-FS
               MOVE "0450-LOG-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE WS-HISTORY-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE HIST-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE "WRITE" TO JRNL-ACTION
               MOVE "BMIHISTORY.DAT" TO JRNL-FILE-NAME
               MOVE BMI-HISTORY-RECORD TO JRNL-AFTER-IMAGE
               PERFORM 0950-WRITE-JOURNAL
               PERFORM 0455-WRITE-BYDATE-ROW
               IF BATCH-MATCH-ACTIVE
                   PERFORM 0678-TAKE-HISTORY-ROW
               END-IF
           END-IF.
           IF NOT BATCH-FILES-HELD
               CLOSE BMI-HISTORY-FILE
           ELSE
               DISPLAY "Could not write by-date row, status: ",
                   WS-BYDT-FS
               MOVE "0455-WRITE-BYDATE-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BYDT-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BYDT-FS TO ERRL-REQ-STATUS
               MOVE HBD-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0490-WRITE-BILLABLE-EVENT.
               IF WS-BILL-FS NOT = "00"
                   DISPLAY "Could not write billable event, "
                       "status: ", WS-BILL-FS
                   MOVE "0490-WRITE-BILLABLE-EVENT"
                       TO ERRL-REQ-PARAGRAPH
                   MOVE WS-BILL-FNAME TO ERRL-REQ-FILE-NAME
                   MOVE WS-BILL-FS TO ERRL-REQ-STATUS
                   MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               IF NOT BATCH-FILES-HELD
                   CLOSE BILLABLE-EVENT-FILE
           ELSE
               DISPLAY "Could not write billable event, status: ",
                   WS-BILL-FS
               MOVE "0490-WRITE-BILLABLE-EVENT" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BILL-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *A reading that crosses the clinical BMI threshold fires one
      *reading must never leave a trigger behind. The plausibility
      *check just refreshed the previous-reading fields, so the
      *crossing test compares against the reading before this one.
      *A reading inside an exclusion window never triggers.
           0495-CHECK-REFERRAL-TRIGGER.
           IF NOT READING-IN-EXCLUSION
                   AND MEMBER-BMI >= REFERRAL-BMI-THRESHOLD
                   AND (NOT PREV-READING-FOUND
                       OR WS-PREV-BMI < REFERRAL-BMI-THRESHOLD)
               OPEN EXTEND REFERRAL-FILE
               ELSE
                   DISPLAY "Could not write referral trigger, "
                       "status: ", WS-REFER-FS
                   MOVE "0495-CHECK-REFERRAL-TRIGGER"
                       TO ERRL-REQ-PARAGRAPH
                   MOVE WS-REFER-FNAME TO ERRL-REQ-FILE-NAME
                   MOVE WS-REFER-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

               END-IF
           END-IF.
           IF BATCH-FILES-HELD OR WS-POINTS-FS = "00"
               IF BATCH-MATCH-ACTIVE
                   IF NOT POINTS-WAS-MATCHED
                       PERFORM 0486-START-POINTS-ROW
                       IF WS-POINTS-FS = "00"
                           SET POINTS-WAS-MATCHED TO TRUE
                       END-IF
                   END-IF
               ELSE
                   MOVE MEMBER-ID TO PTS-MEMBER-ID
                   READ POINTS-FILE
                       INVALID KEY
                           PERFORM 0486-START-POINTS-ROW
                   END-READ
               END-IF
      *A frozen balance belongs to a member set inactive or
      *deceased; the reading still logs but earns nothing.
               IF NOT PTS-IS-FROZEN
                   PERFORM 0487-ADD-SCREENING-POINTS
               END-IF
               IF NOT BATCH-FILES-HELD
                   CLOSE POINTS-FILE
               END-IF
           END-IF.

           0486-START-POINTS-ROW.
           MOVE MEMBER-ID TO PTS-MEMBER-ID.
           MOVE ZERO TO PTS-BALANCE.
           MOVE ZERO TO PTS-LAST-ACCRUAL-DATE.
           MOVE SPACE TO PTS-FROZEN-FLAG.
           MOVE ZERO TO PTS-FROZEN-DATE.
           WRITE POINTS-RECORD.

           0487-ADD-SCREENING-POINTS.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE POINTS-RECORD TO JRNL-BEFORE-IMAGE.
           ADD POINTS-PER-SCREENING TO PTS-BALANCE.
           IF BMI-CATEGORY = "Normal"
               ADD POINTS-NORMAL-BONUS TO PTS-BALANCE
           END-IF.
           MOVE WS-TODAY-DATE TO PTS-LAST-ACCRUAL-DATE.
           REWRITE POINTS-RECORD.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Could not accrue points, status: ",
                   WS-POINTS-FS
               MOVE "0487-ADD-SCREENING-POINTS" TO ERRL-REQ-PARAGRAPH
               MOVE WS-POINTS-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE PTS-MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE "REWRITE" TO JRNL-ACTION
               MOVE "POINTS.DAT" TO JRNL-FILE-NAME
               MOVE SPACES TO JRNL-AFTER-IMAGE
               MOVE POINTS-RECORD TO JRNL-AFTER-IMAGE
               PERFORM 0950-WRITE-JOURNAL
           END-IF.

      *Compare the incoming reading against the member's previous
      *reading. A height change of more than an inch, or a weight
      *swing beyond the plausibility tolerance, diverts the record
           0440-CHECK-PLAUSIBILITY.
           SET READING-IS-HELD TO FALSE.
           MOVE SPACES TO WS-HOLD-REASON.
           IF BATCH-MATCH-ACTIVE
               PERFORM 0461-TAKE-HELD-READING
           ELSE
               PERFORM 0460-GET-LAST-READING
           END-IF.
           IF PREV-READING-FOUND
               COMPUTE WS-HEIGHT-DELTA =
                   MEMBER-HEIGHT-INCH - WS-PREV-HEIGHT-INCH
               END-IF
           END-IF.

      *The reading date is not stamped until the history write, so
      *a walk-in reading is checked against today.
           0447-CHECK-EXCLUSION.
           MOVE MEMBER-ID TO EXCL-REQ-MEMBER-ID.
           IF WS-READING-DATE = ZERO
               ACCEPT EXCL-REQ-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-READING-DATE TO EXCL-REQ-DATE
           END-IF.
           CALL "EXCLCHK" USING EXCL-REQUEST.
           IF EXCL-REQ-IN-WINDOW
               SET READING-IN-EXCLUSION TO TRUE
           ELSE
               SET READING-IN-EXCLUSION TO FALSE
           END-IF.

           0445-WRITE-SUSPENSE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
               MOVE SPACE TO SUSP-ADJ-FLAG
           END-IF.
           MOVE WS-HOLD-REASON TO SUSP-HOLD-REASON.
           MOVE WS-OPERATOR-ID TO SUSP-OPERATOR-ID.
           SET SUSP-IS-HELD TO TRUE.
           MOVE SPACES TO SUSP-DECISION-REASON.
           PERFORM 0940-BEGIN-UNIT-OF-WORK.
           IF WS-SUSP-FS NOT = "00"
               DISPLAY "Could not write suspense record, status: ",
                   WS-SUSP-FS
               MOVE "0445-WRITE-SUSPENSE" TO ERRL-REQ-PARAGRAPH
               MOVE WS-SUSP-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-SUSP-FS TO ERRL-REQ-STATUS
               MOVE SUSP-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE "WRITE" TO JRNL-ACTION
               MOVE "SUSPENSE.DAT" TO JRNL-FILE-NAME
               OPEN I-O MEMBER-MASTER-FILE
           END-IF.
           IF BATCH-FILES-HELD OR WS-MASTER-FS = "00"
               IF BATCH-MATCH-ACTIVE
                   IF MEMBER-WAS-FOUND
                       PERFORM 0481-REWRITE-MASTER
                   END-IF
               ELSE
                   MOVE MEMBER-ID TO MASTER-MEMBER-ID
                   READ MEMBER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0481-REWRITE-MASTER
                   END-READ
               END-IF
               IF NOT BATCH-FILES-HELD
                   CLOSE MEMBER-MASTER-FILE
               END-IF
           END-IF.

           0481-REWRITE-MASTER.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE MASTER-MEMBER-RECORD TO JRNL-BEFORE-IMAGE.
           MOVE MEMBER-HEIGHT-INCH TO MASTER-MEMBER-HEIGHT-INCH.
           MOVE MEMBER-WEIGHT TO MASTER-MEMBER-WEIGHT.
           MOVE MEMBER-BMI TO MASTER-MEMBER-BMI.
           MOVE HIST-DATE TO MASTER-MEMBER-LAST-READ-DATE.
      *Every rewrite stamps the record so the maintenance screens
      *can spot a record changed under them.
           MOVE WS-TODAY-DATE TO MASTER-MEMBER-UPDATE-DATE.
           MOVE WS-TIME-HHMMSS TO MASTER-MEMBER-UPDATE-TIME.
           MOVE WS-STATION-ID TO MASTER-MEMBER-UPDATE-STATION.
           REWRITE MASTER-MEMBER-RECORD.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Could not update member master, "
                   "status: ", WS-MASTER-FS
               MOVE "0481-REWRITE-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE WS-MASTER-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE MASTER-MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE "REWRITE" TO JRNL-ACTION
               MOVE "MEMBERS.DAT" TO JRNL-FILE-NAME
               MOVE SPACES TO JRNL-AFTER-IMAGE
               MOVE MASTER-MEMBER-RECORD TO JRNL-AFTER-IMAGE
               PERFORM 0950-WRITE-JOURNAL
           END-IF.

      *Progress against the member's open goal: pounds to go, pounds
      *moved since the goal was set, and on-track/off-track at the
      *member's current rate.
           0470-GET-GOAL-PROGRESS.
           SET GOAL-WAS-FOUND TO FALSE.
           MOVE SPACES TO WS-GOAL-TEXT.
           IF BATCH-MATCH-ACTIVE
               IF GOAL-WAS-MATCHED AND GOAL-IS-OPEN
                   SET GOAL-WAS-FOUND TO TRUE
               END-IF
           ELSE
               PERFORM 0471-READ-GOAL
           END-IF.
      *Weight change inside an exclusion window is not progress
      *either way; the goal is shown as paused until it closes.
           IF GOAL-WAS-FOUND AND READING-IN-EXCLUSION
               MOVE "Goal progress paused during exclusion window"
                   TO WS-GOAL-TEXT
           END-IF.
           IF GOAL-WAS-FOUND AND NOT READING-IN-EXCLUSION
               IF BATCH-MATCH-ACTIVE
                   PERFORM 0476-TAKE-HELD-START-WEIGHT
               ELSE
                   PERFORM 0475-GET-GOAL-START-WEIGHT
               END-IF
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      *A BMI-targeted goal carries target weight zero; its target
      *weight falls out of the BMI formula and the member's height,
                   DELIMITED BY SIZE INTO WS-GOAL-TEXT
           END-IF.

           0471-READ-GOAL.
           IF NOT BATCH-FILES-HELD
               OPEN INPUT GOAL-FILE
           END-IF.
           IF BATCH-FILES-HELD OR WS-GOAL-FS = "00"
               MOVE MEMBER-ID TO GOAL-MEMBER-ID
               READ GOAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GOAL-IS-OPEN
                           SET GOAL-WAS-FOUND TO TRUE
                       END-IF
               END-READ
               IF NOT BATCH-FILES-HELD
                   CLOSE GOAL-FILE
               END-IF
           END-IF.

      *Start weight comes from the first history reading on or after
      *the date the goal was set; the weight saved at goal entry is
      *the fallback when no such reading exists.
                           CONTINUE
                       NOT AT END
                           IF HIST-MEMBER-ID = MEMBER-ID
                                   AND NOT HIST-IS-EXCLUDED
                               MOVE HIST-WEIGHT
                                   TO WS-GOAL-START-WEIGHT
                           END-IF
               END-IF
           END-IF.

           0476-TAKE-HELD-START-WEIGHT.
           MOVE GOAL-START-WEIGHT TO WS-GOAL-START-WEIGHT.
           IF GOAL-START-ROW-HELD AND NOT GOAL-START-ROW-EXCLUDED
               MOVE WS-START-ROW-WEIGHT TO WS-GOAL-START-WEIGHT
           END-IF.

      *Position straight to one member's rows on the history key and
      *keep the newest one, instead of crawling the whole file.
           0460-GET-LAST-READING.
               END-IF
           END-IF.

           0461-TAKE-HELD-READING.
           SET PREV-READING-FOUND TO FALSE.
           IF LAST-READING-HELD
               MOVE WS-LAST-DATE TO WS-PREV-DATE
               MOVE WS-LAST-HEIGHT-INCH TO WS-PREV-HEIGHT-INCH
               MOVE WS-LAST-WEIGHT TO WS-PREV-WEIGHT
               MOVE WS-LAST-BMI TO WS-PREV-BMI
               SET PREV-READING-FOUND TO TRUE
           END-IF.

           0600-BATCH-MODE.
           PERFORM 0605-CHECK-VERIFICATION.
           IF NOT INPUT-IS-RELEASED
                   MOVE WS-TIME-HHMMSS TO RUNCTL-START-TIME
                   MOVE ZERO TO RUNCTL-END-TIME
                   REWRITE RUN-CONTROL-RECORD
                   MOVE "RERUN" TO OVRD-REQ-FUNCTION
                   MOVE WS-FORCE-SUPERVISOR TO OVRD-REQ-SUPERVISOR-ID
                   MOVE SPACES TO OVRD-REQ-RECORD-KEY
                   STRING "BUSINESS DATE " WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
                   PERFORM 0967-LOG-OVERRIDE
               ELSE
                   DISPLAY "Rerun not authorized."
               END-IF
               PERFORM 0910-RAISE-RETURN-CODE
           ELSE
               PERFORM 0625-OPEN-HELD-FILES
               SET BATCH-MATCH-ACTIVE TO TRUE
               PERFORM 0631-SORT-INPUT
               CLOSE BMI-INPUT-FILE
               IF SORT-RETURN = ZERO
                   OPEN INPUT SORTED-INPUT-FILE
               END-IF
               IF SORT-RETURN NOT = ZERO OR WS-SORTED-FS NOT = "00"
                   MOVE "E" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   MOVE SORT-RETURN TO WS-SORT-RETURN
                   STRING "Sort of BMIINPUT.DAT failed, sort return: "
                       WS-SORT-RETURN " status: " WS-SORTED-FS
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM 0900-WRITE-RUN-LOG
                   PERFORM 0910-RAISE-RETURN-CODE
                   PERFORM 0628-CLOSE-HELD-FILES
               ELSE
                   PERFORM 0621-PRE-EDIT-PASS
                   CLOSE SORTED-INPUT-FILE
                   EVALUATE TRUE
                       WHEN WS-EDIT-TOTAL NOT = WS-SORT-RELEASED
                           MOVE "E" TO WS-LOG-SEVERITY
                           MOVE SPACES TO WS-LOG-TEXT
                           STRING "Sorted rows " WS-EDIT-TOTAL
                               " do not agree with rows keyed "
                               WS-SORT-RELEASED " - run stopped"
                               DELIMITED BY SIZE INTO WS-LOG-TEXT
                           PERFORM 0900-WRITE-RUN-LOG
                           PERFORM 0910-RAISE-RETURN-CODE
                           PERFORM 0628-CLOSE-HELD-FILES
                       WHEN NOT EDIT-GATE-PASSED
                           MOVE "E" TO WS-LOG-SEVERITY
                           MOVE SPACES TO WS-LOG-TEXT
                           STRING "Pre-edit gate tripped - "
                               "file bounced whole"
                               DELIMITED BY SIZE INTO WS-LOG-TEXT
                           PERFORM 0900-WRITE-RUN-LOG
                           PERFORM 0910-RAISE-RETURN-CODE
                           PERFORM 0628-CLOSE-HELD-FILES
                       WHEN OTHER
                           OPEN INPUT SORTED-INPUT-FILE
                           PERFORM 0622-RUN-CALC-PASS
                   END-EVALUATE
               END-IF
      *The member-ordered copy is emptied once the run is over;
      *the keyed file stays the record of what was sent in.
               OPEN OUTPUT SORTED-INPUT-FILE
               CLOSE SORTED-INPUT-FILE
           END-IF.

      *Rows go to the sort in keying order, numbered as they come,
      *so the edit report can still point at the row as keyed.
           0631-SORT-INPUT.
           MOVE "CBMISORT" TO WS-PHASE-JOB.
           MOVE "Sort" TO WS-PHASE-TEXT.
           PERFORM 0635-START-PHASE.
           MOVE ZERO TO WS-SORT-RELEASED.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-MEMBER-KEY SORT-ROW-NUMBER
               INPUT PROCEDURE IS 0632-RELEASE-INPUT-ROWS
               GIVING SORTED-INPUT-FILE.
           MOVE WS-SORT-RELEASED TO WS-PHASE-ROWS.
           IF SORT-RETURN = ZERO
               PERFORM 0636-END-PHASE
           END-IF.

           0632-RELEASE-INPUT-ROWS.
           SET END-OF-BATCH-FILE TO FALSE.
           PERFORM UNTIL END-OF-BATCH-FILE
               READ BMI-INPUT-FILE
                   AT END
                       SET END-OF-BATCH-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SORT-RELEASED
                       MOVE BMI-KEYED-RECORD TO SORT-INPUT-IMAGE
                       MOVE WS-SORT-RELEASED TO SORT-ROW-NUMBER
                       RELEASE SORT-WORK-RECORD
               END-READ
           END-PERFORM.

           0635-START-PHASE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-PHASE-START.

      *A phase that crossed midnight shows an end time below its
      *start; a day of seconds puts the elapsed time right.
           0636-END-PHASE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-PHASE-END.
           MOVE WS-PHASE-END TO WS-PHASE-CLOCK.
           COMPUTE WS-PHASE-SECONDS =
               WS-PC-HH * 3600 + WS-PC-MM * 60 + WS-PC-SS.
           MOVE WS-PHASE-START TO WS-PHASE-CLOCK.
           COMPUTE WS-PHASE-SECONDS = WS-PHASE-SECONDS
               - (WS-PC-HH * 3600 + WS-PC-MM * 60 + WS-PC-SS).
           IF WS-PHASE-SECONDS < ZERO
               ADD 86400 TO WS-PHASE-SECONDS
           END-IF.
           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-TEXT.
           MOVE WS-PHASE-ROWS TO WS-COUNT-DISPLAY.
           MOVE WS-PHASE-SECONDS TO WS-SECONDS-DISPLAY.
           STRING FUNCTION TRIM(WS-PHASE-TEXT) " phase: "
               FUNCTION TRIM(WS-COUNT-DISPLAY) " rows, elapsed "
               FUNCTION TRIM(WS-SECONDS-DISPLAY) " seconds"
               DELIMITED BY SIZE INTO WS-LOG-TEXT.
           PERFORM 0900-WRITE-RUN-LOG.
           PERFORM 0637-WRITE-PHASE-CONTROL.

      *The phase row is written complete; a rerun of the business
      *date replaces it. The morning inquiry looks only at the
      *CALCBMI row, so the phase rows never count as a run.
           0637-WRITE-PHASE-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-FS = "00"
               MOVE WS-PHASE-JOB TO RUNCTL-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RUNCTL-BUSINESS-DATE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       PERFORM 0638-FILL-PHASE-CONTROL
                       WRITE RUN-CONTROL-RECORD
                   NOT INVALID KEY
                       PERFORM 0638-FILL-PHASE-CONTROL
                       REWRITE RUN-CONTROL-RECORD
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

           0638-FILL-PHASE-CONTROL.
           MOVE "C" TO RUNCTL-STATUS.
           ACCEPT RUNCTL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUNCTL-FORCED-BY.
           MOVE WS-PHASE-START TO RUNCTL-START-TIME.
           MOVE WS-PHASE-END TO RUNCTL-END-TIME.

      *First pass fully validates the file - every field numeric
      *and in range, IDs resolvable against the master - before a
      *single row is calculated. Rows come in member order, so the
      *master is read forward beside them; each error names the
      *row's number as keyed.
           0621-PRE-EDIT-PASS.
           MOVE "CBMIEDIT" TO WS-PHASE-JOB.
           MOVE "Pre-edit" TO WS-PHASE-TEXT.
           PERFORM 0635-START-PHASE.
           PERFORM 0670-START-MASTER-CURSOR.
           MOVE ZERO TO WS-EDIT-TOTAL.
           MOVE ZERO TO WS-EDIT-ERRORS.
           OPEN OUTPUT EDIT-REPORT-FILE.
           WRITE EDIT-REPORT-LINE.
           SET END-OF-BATCH-FILE TO FALSE.
           PERFORM UNTIL END-OF-BATCH-FILE
               READ SORTED-INPUT-FILE
                   AT END
                       SET END-OF-BATCH-FILE TO TRUE
                   NOT AT END
               WRITE EDIT-REPORT-LINE
           END-IF.
           CLOSE EDIT-REPORT-FILE.
           MOVE WS-EDIT-TOTAL TO WS-PHASE-ROWS.
           PERFORM 0636-END-PHASE.

           0623-EDIT-ONE-ROW.
           MOVE SPACES TO EDIT-REPORT-LINE.
           EVALUATE TRUE
               WHEN BMI-INPUT-RECORD(1:6) IS NOT NUMERIC
                   STRING "ROW " IN-ROW-NUMBER
                       " MEMBER ID NOT NUMERIC"
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WHEN IN-ID-CHECK IS NOT NUMERIC
                   STRING "ROW " IN-ROW-NUMBER
                       " CHECK DIGIT NOT NUMERIC"
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WHEN IN-HEIGHT_INCH IS NOT NUMERIC
                       OR IN-WEIGHT IS NOT NUMERIC
                   STRING "ROW " IN-ROW-NUMBER
                       " HEIGHT/WEIGHT NOT NUMERIC"
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WHEN IN-HEIGHT_INCH < HEIGHT_INCH-MIN
                       OR IN-HEIGHT_INCH > HEIGHT_INCH-MAX
                       OR IN-WEIGHT < WEIGHT-MIN
                       OR IN-WEIGHT > WEIGHT-MAX
                   STRING "ROW " IN-ROW-NUMBER
                       " HEIGHT/WEIGHT OUT OF RANGE"
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WHEN OTHER
                   PERFORM 0640-VALIDATE-READING-DATE
                   IF NOT READING-DATE-IS-VALID
                       STRING "ROW " IN-ROW-NUMBER
                           " BAD READING DATE " IN-READING-DATE
                           DELIMITED BY SIZE INTO EDIT-REPORT-LINE
                   ELSE
                       MOVE BMI-INPUT-RECORD(1:6)
                           TO WS-MATCH-MEMBER-KEY
                       PERFORM 0672-MATCH-MASTER
                       IF NOT MEMBER-WAS-FOUND
                           STRING "ROW " IN-ROW-NUMBER
                               " MEMBER ID " IN-MEMBER-ID
                               " NOT ON MASTER"
                               DELIMITED BY SIZE
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM 0900-WRITE-RUN-LOG
               PERFORM 0910-RAISE-RETURN-CODE
               CLOSE SORTED-INPUT-FILE
               PERFORM 0628-CLOSE-HELD-FILES
           ELSE
               OPEN OUTPUT BMI-RESULT-FILE
           END-IF.

           0626-DRIVE-CALC-LOOP.
           MOVE "CBMICALC" TO WS-PHASE-JOB.
           MOVE "Calculation" TO WS-PHASE-TEXT.
           PERFORM 0635-START-PHASE.
           PERFORM 0670-START-MASTER-CURSOR.
           PERFORM 0673-START-SIDE-CURSORS.
           MOVE ZERO TO WS-CALC-READ-COUNT.
           SET END-OF-BATCH-FILE TO FALSE.
           PERFORM UNTIL END-OF-BATCH-FILE
               READ SORTED-INPUT-FILE
                   AT END
                       SET END-OF-BATCH-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CALC-READ-COUNT
                       PERFORM 0650-PROCESS-BATCH-RECORD
               END-READ
           END-PERFORM.
           PERFORM 0628-CLOSE-HELD-FILES.
           CLOSE SORTED-INPUT-FILE.
           CLOSE BMI-OUTPUT-FILE.
           CLOSE BMI-RESULT-FILE.
           MOVE WS-CALC-READ-COUNT TO WS-PHASE-ROWS.
           PERFORM 0636-END-PHASE.
           PERFORM 0690-LOG-BATCH-SUMMARY.

           0625-OPEN-HELD-FILES.
           CLOSE HIST-BYDATE-FILE.
           CLOSE DAY-CLOSE-FILE.
           SET BATCH-FILES-HELD TO FALSE.
           SET BATCH-MATCH-ACTIVE TO FALSE.

           0690-LOG-BATCH-SUMMARY.
           MOVE "I" TO WS-LOG-SEVERITY.
               PERFORM 0900-WRITE-RUN-LOG
               PERFORM 0910-RAISE-RETURN-CODE
           END-IF.
      *Control totals: every row keyed must come out of the sort
      *and reach the calculation, and each one calculated is either
      *processed or counted as rejected or held.
           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-TEXT.
           STRING "Control totals - rows keyed " WS-SORT-RELEASED
               ", calculated " WS-CALC-READ-COUNT
               ", processed " WS-PROCESSED-COUNT
               ", rejected or held " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-LOG-TEXT.
           IF WS-CALC-READ-COUNT NOT = WS-SORT-RELEASED
                   OR WS-PROCESSED-COUNT + WS-REJECT-COUNT
                       NOT = WS-CALC-READ-COUNT
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Control totals out of balance - keyed "
                   WS-SORT-RELEASED ", calculated "
                   WS-CALC-READ-COUNT ", processed "
                   WS-PROCESSED-COUNT ", rejected or held "
                   WS-REJECT-COUNT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-IF.
           PERFORM 0900-WRITE-RUN-LOG.
           PERFORM 0910-RAISE-RETURN-CODE.

      *Side files are matched once per member; the member's later
      *rows carry on from what the earlier rows left behind.
           0650-PROCESS-BATCH-RECORD.
           MOVE "KEYED" TO WS-DEVICE-ID.
           SET READING-IS-ADJUSTED TO FALSE.
           MOVE IN-HEIGHT_INCH TO MEMBER-HEIGHT-INCH.
           MOVE IN-WEIGHT TO MEMBER-WEIGHT.
           MOVE IN-MEMBER-ID TO MEMBER-ID.
           MOVE BMI-INPUT-RECORD(1:6) TO WS-MATCH-MEMBER-KEY.
           PERFORM 0672-MATCH-MASTER.
           IF WS-MATCH-MEMBER-KEY NOT = WS-SIDE-MEMBER-KEY
               MOVE WS-MATCH-MEMBER-KEY TO WS-SIDE-MEMBER-KEY
               PERFORM 0674-MATCH-SIDE-FILES
           END-IF.
           IF NOT MEMBER-WAS-FOUND
               MOVE "UNKNOWN MEMBER" TO WS-LOOKUP-NAME
           END-IF.
                   AND MEMBER-WEIGHT <= WEIGHT-MAX
               PERFORM 0420-COMPUTE-BMI
               PERFORM 0400-GET-CATEGORY
               PERFORM 0447-CHECK-EXCLUSION
               PERFORM 0440-CHECK-PLAUSIBILITY
               IF READING-IS-HELD
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE MEMBER-BMI TO WS-BMI-DISPLAY
                   MOVE IN-HEIGHT_INCH TO WS-HEIGHT-DISPLAY
                   MOVE IN-WEIGHT TO WS-WEIGHT-DISPLAY
                   EVALUATE TRUE
                       WHEN READING-IN-EXCLUSION
                           STRING "Member: "
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               " Height: " WS-HEIGHT-DISPLAY
                               " Weight: " WS-WEIGHT-DISPLAY
                               " BMI: " WS-BMI-DISPLAY
                               " - NO CATEGORY, EXCLUSION WINDOW"
                               DELIMITED BY SIZE
                               INTO BMI-OUTPUT-RECORD
                       WHEN READING-IS-ADJUSTED
                           STRING "Member: "
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               " Height: " WS-HEIGHT-DISPLAY
                               " Weight: " WS-WEIGHT-DISPLAY
                               " BMI: " WS-BMI-DISPLAY
                               " ADJUSTED - "
                               FUNCTION TRIM(BMI-CATEGORY)
                               " " WS-GOAL-TEXT
                               DELIMITED BY SIZE
                               INTO BMI-OUTPUT-RECORD
                       WHEN OTHER
                           STRING "Member: "
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               " Height: " WS-HEIGHT-DISPLAY
                               " Weight: " WS-WEIGHT-DISPLAY
                               " BMI: " WS-BMI-DISPLAY
                               " - " FUNCTION TRIM(BMI-CATEGORY)
                               " " WS-GOAL-TEXT
                               DELIMITED BY SIZE
                               INTO BMI-OUTPUT-RECORD
                   END-EVALUATE
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
                   WHEN OTHER
                       MOVE 4 TO RSLT-CATEGORY-CODE
               END-EVALUATE
               IF READING-IN-EXCLUSION
                   MOVE ZERO TO RSLT-CATEGORY-CODE
               END-IF
           ELSE
               MOVE ZERO TO RSLT-BMI
               MOVE ZERO TO RSLT-CATEGORY-CODE
           END-IF.
           WRITE BMI-RESULT-RECORD.
           IF WS-DISPOSITION NOT = "00" AND WS-DISPOSITION NOT = "20"
               MOVE SPACES TO OPER-QUALITY-EVENT
               SET OPQL-IS-BATCH-REJECT TO TRUE
               MOVE IN-MEMBER-ID TO OPQL-MEMBER-ID
               MOVE IN-READING-DATE TO OPQL-READING-DATE
               MOVE WS-DISPOSITION TO OPQL-DETAIL
               PERFORM 0965-WRITE-QUALITY-EVENT
           END-IF.
           IF WS-RESULT-FS NOT = "00"
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               PERFORM 0910-RAISE-RETURN-CODE
           END-IF.

      *Each forward read is primed on the file's first row; an
      *empty or new file simply has nothing to match.
           0670-START-MASTER-CURSOR.
           SET MASTER-CURSOR-AT-END TO FALSE.
           MOVE ZERO TO MASTER-MEMBER-ID.
           START MEMBER-MASTER-FILE KEY >= MASTER-MEMBER-ID
               INVALID KEY
                   SET MASTER-CURSOR-AT-END TO TRUE
           END-START.
           IF NOT MASTER-CURSOR-AT-END
               PERFORM 0671-READ-NEXT-MASTER
           END-IF.

           0671-READ-NEXT-MASTER.
           READ MEMBER-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-CURSOR-AT-END TO TRUE
           END-READ.
           IF WS-MASTER-FS NOT = "00" AND WS-MASTER-FS NOT = "02"
                   AND WS-MASTER-FS NOT = "10"
               DISPLAY "Could not read member master forward, "
                   "status: ", WS-MASTER-FS
               MOVE "0671-READ-NEXT-MASTER" TO ERRL-REQ-PARAGRAPH
               MOVE WS-MASTER-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE WS-MATCH-MEMBER-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               SET MASTER-CURSOR-AT-END TO TRUE
           END-IF.

      *The master row the read stops on stays in the record area,
      *which is what the master update rewrites for the member.
           0672-MATCH-MASTER.
           PERFORM UNTIL MASTER-CURSOR-AT-END
                   OR MASTER-MEMBER-ID >= WS-MATCH-MEMBER-KEY
               PERFORM 0671-READ-NEXT-MASTER
           END-PERFORM.
           PERFORM 0179-CLEAR-LOOKUP.
           IF NOT MASTER-CURSOR-AT-END
                   AND MASTER-MEMBER-ID = WS-MATCH-MEMBER-KEY
               PERFORM 0181-TAKE-MASTER-FIELDS
           END-IF.

           0673-START-SIDE-CURSORS.
           MOVE LOW-VALUES TO WS-SIDE-MEMBER-KEY.
           SET GOAL-CURSOR-AT-END TO FALSE.
           MOVE ZERO TO GOAL-MEMBER-ID.
           START GOAL-FILE KEY >= GOAL-MEMBER-ID
               INVALID KEY
                   SET GOAL-CURSOR-AT-END TO TRUE
           END-START.
           IF NOT GOAL-CURSOR-AT-END
               PERFORM 0675-READ-NEXT-GOAL
           END-IF.
           SET POINTS-CURSOR-AT-END TO FALSE.
           MOVE ZERO TO PTS-MEMBER-ID.
           START POINTS-FILE KEY >= PTS-MEMBER-ID
               INVALID KEY
                   SET POINTS-CURSOR-AT-END TO TRUE
           END-START.
           IF NOT POINTS-CURSOR-AT-END
               PERFORM 0676-READ-NEXT-POINTS
           END-IF.
           SET HIST-CURSOR-AT-END TO FALSE.
           MOVE ZERO TO HIST-MEMBER-ID.
           MOVE ZERO TO HIST-DATE.
           MOVE ZERO TO HIST-TIME.
           START BMI-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   SET HIST-CURSOR-AT-END TO TRUE
           END-START.
           IF NOT HIST-CURSOR-AT-END
               PERFORM 0677-READ-NEXT-HISTORY
           END-IF.

      *The goal file is only read here, so its record area holds
      *the matched goal for all of the member's rows. Every history
      *row of the member is taken in before the first of them is
      *calculated.
           0674-MATCH-SIDE-FILES.
           SET GOAL-WAS-MATCHED TO FALSE.
           PERFORM UNTIL GOAL-CURSOR-AT-END
                   OR GOAL-MEMBER-ID >= WS-MATCH-MEMBER-KEY
               PERFORM 0675-READ-NEXT-GOAL
           END-PERFORM.
           IF NOT GOAL-CURSOR-AT-END
                   AND GOAL-MEMBER-ID = WS-MATCH-MEMBER-KEY
               SET GOAL-WAS-MATCHED TO TRUE
           END-IF.
           SET POINTS-WAS-MATCHED TO FALSE.
           PERFORM UNTIL POINTS-CURSOR-AT-END
                   OR WS-POINTS-AHEAD-ID >= WS-MATCH-MEMBER-KEY
               PERFORM 0676-READ-NEXT-POINTS
           END-PERFORM.
           IF NOT POINTS-CURSOR-AT-END
                   AND WS-POINTS-AHEAD-ID = WS-MATCH-MEMBER-KEY
               MOVE WS-POINTS-AHEAD TO POINTS-RECORD
               SET POINTS-WAS-MATCHED TO TRUE
           END-IF.
           SET LAST-READING-HELD TO FALSE.
           SET GOAL-START-ROW-HELD TO FALSE.
           PERFORM UNTIL HIST-CURSOR-AT-END
                   OR WS-HIST-AHEAD-ID >= WS-MATCH-MEMBER-KEY
               PERFORM 0677-READ-NEXT-HISTORY
           END-PERFORM.
           PERFORM UNTIL HIST-CURSOR-AT-END
                   OR WS-HIST-AHEAD-ID NOT = WS-MATCH-MEMBER-KEY
               MOVE WS-HIST-AHEAD TO BMI-HISTORY-RECORD
               PERFORM 0678-TAKE-HISTORY-ROW
               PERFORM 0677-READ-NEXT-HISTORY
           END-PERFORM.

           0675-READ-NEXT-GOAL.
           READ GOAL-FILE NEXT RECORD
               AT END
                   SET GOAL-CURSOR-AT-END TO TRUE
           END-READ.
           IF WS-GOAL-FS NOT = "00" AND WS-GOAL-FS NOT = "10"
               DISPLAY "Could not read goals forward, status: ",
                   WS-GOAL-FS
               MOVE "0675-READ-NEXT-GOAL" TO ERRL-REQ-PARAGRAPH
               MOVE WS-GOAL-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-GOAL-FS TO ERRL-REQ-STATUS
               MOVE WS-MATCH-MEMBER-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               SET GOAL-CURSOR-AT-END TO TRUE
           END-IF.

           0676-READ-NEXT-POINTS.
           READ POINTS-FILE NEXT RECORD
               AT END
                   SET POINTS-CURSOR-AT-END TO TRUE
               NOT AT END
                   MOVE POINTS-RECORD TO WS-POINTS-AHEAD
           END-READ.
           IF WS-POINTS-FS NOT = "00" AND WS-POINTS-FS NOT = "10"
               DISPLAY "Could not read points forward, status: ",
                   WS-POINTS-FS
               MOVE "0676-READ-NEXT-POINTS" TO ERRL-REQ-PARAGRAPH
               MOVE WS-POINTS-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE WS-MATCH-MEMBER-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               SET POINTS-CURSOR-AT-END TO TRUE
           END-IF.

           0677-READ-NEXT-HISTORY.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-CURSOR-AT-END TO TRUE
               NOT AT END
                   MOVE BMI-HISTORY-RECORD TO WS-HIST-AHEAD
           END-READ.
           IF WS-HISTORY-FS NOT = "00" AND WS-HISTORY-FS NOT = "10"
               DISPLAY "Could not read BMI history forward, status: ",
                   WS-HISTORY-FS
               MOVE "0677-READ-NEXT-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE WS-HISTORY-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE WS-MATCH-MEMBER-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               SET HIST-CURSOR-AT-END TO TRUE
           END-IF.

      *Takes one of the member's history rows from the record area:
      *the rows already on file as they are read, and each reading
      *the pass logs as it is written. The newest row is the
      *previous reading the plausibility check and the referral
      *test compare against; the first row on or after the goal's
      *set date gives the goal's start weight.
           0678-TAKE-HISTORY-ROW.
           IF NOT LAST-READING-HELD
                   OR HIST-DATE > WS-LAST-DATE
                   OR (HIST-DATE = WS-LAST-DATE
                       AND HIST-TIME > WS-LAST-TIME)
               SET LAST-READING-HELD TO TRUE
               MOVE HIST-DATE TO WS-LAST-DATE
               MOVE HIST-TIME TO WS-LAST-TIME
               MOVE HIST-HEIGHT-INCH TO WS-LAST-HEIGHT-INCH
               MOVE HIST-WEIGHT TO WS-LAST-WEIGHT
               MOVE HIST-BMI TO WS-LAST-BMI
           END-IF.
           IF GOAL-WAS-MATCHED AND HIST-DATE >= GOAL-SET-DATE
               IF NOT GOAL-START-ROW-HELD
                       OR HIST-DATE < WS-START-DATE
                       OR (HIST-DATE = WS-START-DATE
                           AND HIST-TIME < WS-START-TIME)
                   SET GOAL-START-ROW-HELD TO TRUE
                   MOVE HIST-DATE TO WS-START-DATE
                   MOVE HIST-TIME TO WS-START-TIME
                   MOVE HIST-WEIGHT TO WS-START-ROW-WEIGHT
                   IF HIST-IS-EXCLUDED
                       SET GOAL-START-ROW-EXCLUDED TO TRUE
                   ELSE
                       SET GOAL-START-ROW-EXCLUDED TO FALSE
                   END-IF
               END-IF
           END-IF.

           0150-GET-UNIT-CHOICE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
                           IF SCALE-MEMBER-ID = MEMBER-ID
                                   AND SCALE-WEIGHT >= WEIGHT-MIN
                                   AND SCALE-WEIGHT <= WEIGHT-MAX
                               IF WS-STATION-SCALE-ID = SPACES
                                       OR SCALE-DEVICE-ID
                                           = WS-STATION-SCALE-ID
                                   MOVE SCALE-WEIGHT TO MEMBER-WEIGHT
                                   MOVE SCALE-DEVICE-ID
                                       TO WS-DEVICE-ID
                                   SET SCALE-WEIGHT-FOUND TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   CALL "OPERAUTH" USING AUTH-REQUEST
                   IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                       SET DEVICE-CAL-CURRENT TO TRUE
                       MOVE SPACES TO OPER-QUALITY-EVENT
                       SET OPQL-IS-CAL-OVERRIDE TO TRUE
                       MOVE MEMBER-ID TO OPQL-MEMBER-ID
                       MOVE WS-TODAY-DATE TO OPQL-READING-DATE
                       MOVE WS-CAL-SUPERVISOR TO OPQL-RECORDED-BY
                       PERFORM 0965-WRITE-QUALITY-EVENT
                       MOVE "CALOVR" TO OVRD-REQ-FUNCTION
                       MOVE WS-CAL-SUPERVISOR
                           TO OVRD-REQ-SUPERVISOR-ID
                       MOVE SPACES TO OVRD-REQ-RECORD-KEY
                       STRING "SCALE " WS-DEVICE-ID
                           " MEMBER " MEMBER-ID
                           DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
                       PERFORM 0967-LOG-OVERRIDE
                   ELSE
                       DISPLAY "Override not authorized."
                       SET SCALE-WEIGHT-FOUND TO FALSE
           IF VITALS-WANTED
               PERFORM 0710-GET-SYSTOLIC
               PERFORM 0720-GET-DIASTOLIC
               PERFORM 0725-CHECK-CRITICAL-BP
               PERFORM 0730-GET-PULSE
               PERFORM 0740-GET-BP-CLASS
               PERFORM 0745-LOG-VITALS
               MOVE "V" TO WS-SUPPLY-USE
               PERFORM 0870-USE-SUPPLIES
               IF READING-IN-EXCLUSION
                   DISPLAY "Combined result: BMI not categorized",
                       " / BP ", FUNCTION TRIM(BP-CLASSIFICATION),
                       " (", WS-SYSTOLIC-ENTRY, "/",
                       WS-DIASTOLIC-ENTRY, ", pulse ",
                       WS-PULSE-ENTRY, ")"
               ELSE
                   DISPLAY "Combined result: BMI ",
                       FUNCTION TRIM(BMI-CATEGORY),
                       " / BP ", FUNCTION TRIM(BP-CLASSIFICATION),
                       " (", WS-SYSTOLIC-ENTRY, "/",
                       WS-DIASTOLIC-ENTRY, ", pulse ",
                       WS-PULSE-ENTRY, ")"
               END-IF
           END-IF.

           0710-GET-SYSTOLIC.
               END-IF
           END-PERFORM.

           0725-CHECK-CRITICAL-BP.
           IF WS-SYSTOLIC-ENTRY >= WS-CRIT-SYSTOLIC-HIGH
                   OR WS-DIASTOLIC-ENTRY >= WS-CRIT-DIASTOLIC-HIGH
                   OR (WS-CRIT-SYSTOLIC-LOW > ZERO
                       AND WS-SYSTOLIC-ENTRY <= WS-CRIT-SYSTOLIC-LOW)
                   OR (WS-CRIT-DIASTOLIC-LOW > ZERO
                       AND WS-DIASTOLIC-ENTRY
                           <= WS-CRIT-DIASTOLIC-LOW)
               SET CLOG-IS-BLOOD-PRESSURE TO TRUE
               MOVE WS-SYSTOLIC-ENTRY TO CLOG-VALUE-1
               MOVE WS-DIASTOLIC-ENTRY TO CLOG-VALUE-2
               PERFORM 0790-ESCALATE-CRITICAL-VALUE
           END-IF.

           0730-GET-PULSE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
           ACCEPT WS-POCT-CHOICE.
           IF POCT-WANTED
               PERFORM 0810-GET-POCT-GLUCOSE
               PERFORM 0815-CHECK-CRITICAL-GLUCOSE
               PERFORM 0820-GET-POCT-CHOL
               PERFORM 0830-LOG-POCT
               MOVE "P" TO WS-SUPPLY-USE
               PERFORM 0870-USE-SUPPLIES
           END-IF.

           0810-GET-POCT-GLUCOSE.
               END-IF
           END-PERFORM.

           0815-CHECK-CRITICAL-GLUCOSE.
           IF WS-POCT-GLUCOSE-ENTRY >= WS-CRIT-GLUCOSE-HIGH
                   OR (WS-CRIT-GLUCOSE-LOW > ZERO
                       AND WS-POCT-GLUCOSE-ENTRY
                           <= WS-CRIT-GLUCOSE-LOW)
               SET CLOG-IS-GLUCOSE TO TRUE
               MOVE WS-POCT-GLUCOSE-ENTRY TO CLOG-VALUE-1
               MOVE ZERO TO CLOG-VALUE-2
               PERFORM 0790-ESCALATE-CRITICAL-VALUE
           END-IF.

      *The station does not go on until an enabled nurse ID has
      *acknowledged the reading and said what was done. The nurse
      *is only verified, not signed on, so the station operator's
      *request is put back afterwards for the sign-off.
           0790-ESCALATE-CRITICAL-VALUE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TODAY-DATE TO CLOG-DATE.
           MOVE WS-TIME-HHMMSS TO CLOG-TIME.
           DISPLAY "*********************************************".
           DISPLAY "*** CRITICAL VALUE - STOP AND GET A NURSE ***".
           DISPLAY "*********************************************".
           IF CLOG-IS-BLOOD-PRESSURE
               DISPLAY "Blood pressure ", CLOG-VALUE-1, "/",
                   CLOG-VALUE-2, " for member ", MEMBER-ID
           ELSE
               DISPLAY "Glucose ", CLOG-VALUE-1, " mg/dL for member ",
                   MEMBER-ID
           END-IF.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Nurse ID acknowledging this value: "
               ACCEPT WS-NURSE-ID
               SET AUTH-VERIFY-ONLY TO TRUE
               MOVE WS-NURSE-ID TO AUTH-OPERATOR-ID
               MOVE WS-STATION-ID TO AUTH-STATION-ID
               CALL "OPERAUTH" USING AUTH-REQUEST
               IF AUTH-ACCEPTED AND AUTH-ROLE-NURSE
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "An enabled nurse ID is required to "
                       "continue."
               END-IF
           END-PERFORM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-STATION-ID TO AUTH-STATION-ID.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Action taken - (E)R, called (P)CP, or "
                   "member (R)efused: "
               ACCEPT WS-CRIT-ACTION-ENTRY
               EVALUATE TRUE
                   WHEN CRIT-ACTION-ER
                       SET CLOG-SENT-TO-ER TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN CRIT-ACTION-PCP
                       SET CLOG-CALLED-PCP TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN CRIT-ACTION-REFUSED
                       SET CLOG-MEMBER-REFUSED TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN OTHER
                       DISPLAY "Please enter E, P or R."
               END-EVALUATE
           END-PERFORM.
           PERFORM 0795-LOG-CRITICAL-VALUE.

           0795-LOG-CRITICAL-VALUE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TIME-HHMMSS TO CLOG-ACK-TIME.
           MOVE MEMBER-ID TO CLOG-MEMBER-ID.
           MOVE WS-STATION-ID TO CLOG-STATION-ID.
           MOVE WS-OPERATOR-ID TO CLOG-OPERATOR-ID.
           MOVE WS-NURSE-ID TO CLOG-NURSE-ID.
           MOVE WS-EVENT-CODE TO CLOG-EVENT-CODE.
           OPEN EXTEND CRITICAL-LOG-FILE.
           IF WS-CRITLOG-FS = "35"
               OPEN OUTPUT CRITICAL-LOG-FILE
           END-IF.
           IF WS-CRITLOG-FS = "00"
               WRITE CRITICAL-LOG-RECORD
               CLOSE CRITICAL-LOG-FILE
               DISPLAY "Critical value logged. Nurse ", WS-NURSE-ID,
                   " acknowledged."
           ELSE
               DISPLAY "Could not log critical value, status: ",
                   WS-CRITLOG-FS, " - record it on paper."
               MOVE "0795-LOG-CRITICAL-VALUE" TO ERRL-REQ-PARAGRAPH
               MOVE WS-CRITLOG-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-CRITLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0820-GET-POCT-CHOL.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
           IF WS-POCT-FS NOT = "00"
               DISPLAY "Could not log point-of-care result, "
                   "status: ", WS-POCT-FS
               MOVE "0830-LOG-POCT" TO ERRL-REQ-PARAGRAPH
               MOVE WS-POCT-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-POCT-FS TO ERRL-REQ-STATUS
               MOVE POCT-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE "WRITE" TO JRNL-ACTION
               MOVE "POCT.DAT" TO JRNL-FILE-NAME
           CLOSE POCT-FILE.
           PERFORM 0945-COMMIT-UNIT-OF-WORK.

           0785-LOG-COUNSELING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE MEMBER-ID TO CNSL-MEMBER-ID.
           MOVE WS-TODAY-DATE TO CNSL-DATE.
           MOVE WS-TIME-HHMMSS TO CNSL-TIME.
           MOVE "N" TO CNSL-RANGE-FLAG.
           IF COUNSELING-WANTED AND NOT READING-IN-EXCLUSION
               SET CNSL-RANGE-SHOWN TO TRUE
           END-IF.
           MOVE "N" TO CNSL-NUTRITION-FLAG.
           IF NUTRITION-COUNSELED
               SET CNSL-NUTRITION-GIVEN TO TRUE
           END-IF.
           MOVE "N" TO CNSL-ACTIVITY-FLAG.
           IF ACTIVITY-COUNSELED
               SET CNSL-ACTIVITY-GIVEN TO TRUE
           END-IF.
           MOVE WS-OPERATOR-ID TO CNSL-OPERATOR-ID.
           PERFORM 0940-BEGIN-UNIT-OF-WORK.
           OPEN I-O COUNSEL-FILE.
           IF WS-COUNSEL-FS = "35"
               OPEN OUTPUT COUNSEL-FILE
               CLOSE COUNSEL-FILE
               OPEN I-O COUNSEL-FILE
           END-IF.
           WRITE COUNSEL-RECORD.
           PERFORM UNTIL WS-COUNSEL-FS NOT = "22"
               ADD 1 TO CNSL-TIME
               WRITE COUNSEL-RECORD
           END-PERFORM.
           IF WS-COUNSEL-FS NOT = "00"
               DISPLAY "Could not log counseling, status: ",
                   WS-COUNSEL-FS
               MOVE "0785-LOG-COUNSELING" TO ERRL-REQ-PARAGRAPH
               MOVE WS-COUNSEL-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-COUNSEL-FS TO ERRL-REQ-STATUS
               MOVE CNSL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE "WRITE" TO JRNL-ACTION
               MOVE "COUNSEL.DAT" TO JRNL-FILE-NAME
               MOVE SPACES TO JRNL-BEFORE-IMAGE
               MOVE SPACES TO JRNL-AFTER-IMAGE
               MOVE COUNSEL-RECORD TO JRNL-AFTER-IMAGE
               PERFORM 0950-WRITE-JOURNAL
           END-IF.
           CLOSE COUNSEL-FILE.
           PERFORM 0945-COMMIT-UNIT-OF-WORK.

      *Every item the capture uses comes off the usable lot that
      *expires soonest, so stock is used in expiry order. A short
      *shelf never holds up the member - the station is told to
      *restock and the capture stands.
           0870-USE-SUPPLIES.
           IF NOT TRAINING-MODE-ACTIVE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               OPEN I-O SUPPLY-FILE
               IF WS-SUPPLY-FS NOT = "00"
                   DISPLAY "Supply stock is not on file - usage not "
                       "recorded."
               ELSE
                   MOVE ZERO TO WS-SX
                   PERFORM UNTIL WS-SX >= SUPPLY-ITEM-TABLE-SIZE
                       ADD 1 TO WS-SX
                       IF SUPI-USED-BY(WS-SX) = WS-SUPPLY-USE
                           PERFORM 0875-TAKE-SUPPLY-ITEM
                       END-IF
                   END-PERFORM
                   CLOSE SUPPLY-FILE
               END-IF
           END-IF.

           0875-TAKE-SUPPLY-ITEM.
           SET SUPPLY-LOT-WAS-FOUND TO FALSE.
           MOVE ZERO TO WS-BEST-SUPPLY-EXPIRY.
           MOVE SUPI-ITEM-CODE(WS-SX) TO SUPL-ITEM-CODE.
           MOVE WS-SUPPLY-LOCATION TO SUPL-LOCATION.
           MOVE LOW-VALUES TO SUPL-LOT-NUMBER.
           START SUPPLY-FILE KEY >= SUPL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SUPPLY-LOTS TO FALSE.
           IF WS-SUPPLY-FS NOT = "00"
               SET END-OF-SUPPLY-LOTS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SUPPLY-LOTS
               READ SUPPLY-FILE NEXT RECORD
                   AT END
                       SET END-OF-SUPPLY-LOTS TO TRUE
                   NOT AT END
                       IF SUPL-ITEM-CODE NOT = SUPI-ITEM-CODE(WS-SX)
                               OR SUPL-LOCATION NOT = WS-SUPPLY-LOCATION
                           SET END-OF-SUPPLY-LOTS TO TRUE
                       ELSE
                           PERFORM 0877-CONSIDER-SUPPLY-LOT
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT SUPPLY-LOT-WAS-FOUND
               DISPLAY "No usable ",
                   FUNCTION TRIM(SUPI-ITEM-NAME(WS-SX)),
                   " stock at ", WS-SUPPLY-LOCATION,
                   " - restock the station."
           ELSE
               MOVE WS-BEST-SUPPLY-KEY TO SUPL-KEY
               READ SUPPLY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT SUPI-PER-CAPTURE(WS-SX)
                           FROM SUPL-ON-HAND
                       ADD SUPI-PER-CAPTURE(WS-SX) TO SUPL-USED-QTY
                       MOVE WS-TODAY-DATE TO SUPL-LAST-USED-DATE
                       REWRITE SUPPLY-RECORD
                       IF WS-SUPPLY-FS NOT = "00"
                           DISPLAY "Could not record supply usage, "
                               "status: ", WS-SUPPLY-FS
                           MOVE "0875-TAKE-SUPPLY-ITEM"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE "SUPPLY.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-SUPPLY-FS TO ERRL-REQ-STATUS
                           MOVE SUPL-KEY TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
               END-READ
           END-IF.

      *A lot that does not expire sorts after every dated lot.
           0877-CONSIDER-SUPPLY-LOT.
           IF SUPL-EXPIRY-DATE = ZERO
               MOVE 99999999 TO WS-SUPPLY-EXPIRY
           ELSE
               MOVE SUPL-EXPIRY-DATE TO WS-SUPPLY-EXPIRY
           END-IF.
           IF SUPL-ON-HAND >= SUPI-PER-CAPTURE(WS-SX)
                   AND WS-SUPPLY-EXPIRY >= WS-TODAY-DATE
               IF NOT SUPPLY-LOT-WAS-FOUND
                       OR WS-SUPPLY-EXPIRY < WS-BEST-SUPPLY-EXPIRY
                   SET SUPPLY-LOT-WAS-FOUND TO TRUE
                   MOVE SUPL-KEY TO WS-BEST-SUPPLY-KEY
                   MOVE WS-SUPPLY-EXPIRY TO WS-BEST-SUPPLY-EXPIRY
               END-IF
           END-IF.

      *The anniversary rolls the reading date one year forward,
      *clamped off Feb 29; the day's bookings so far show how
      *open it is, and the appointment lands pending so the desk
           IF WS-APPT-FS NOT = "00"
               DISPLAY "Appointment file is unavailable, status: ",
                   WS-APPT-FS
               MOVE "0855-BOOK-THE-ANNIVERSARY" TO ERRL-REQ-PARAGRAPH
               MOVE WS-APPT-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-APPT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               PERFORM 0856-SKIP-CLOSED-DAY
               PERFORM 0857-COUNT-DAY-BOOKINGS
               DISPLAY "Anniversary date ", WS-ANNIV-DATE,
                   " has ", WS-ANNIV-BOOKED, " booking(s) so far."
               DISPLAY "Book which date (0 = anniversary): "
               ACCEPT WS-ANNIV-DATE
               PERFORM 0857-COUNT-DAY-BOOKINGS
               PERFORM 0856-SKIP-CLOSED-DAY
               IF ANNIV-DATE-MOVED
                   PERFORM 0857-COUNT-DAY-BOOKINGS
               END-IF
               DISPLAY "Time slot (HHMM): "
               ACCEPT WS-ANNIV-SLOT
               PERFORM 0858-CHECK-ANNIV-CAPACITY
                   MOVE WS-ANNIV-SLOT TO APPT-TIME-SLOT
                   SET APPT-IS-PENDING TO TRUE
                   MOVE WS-TODAY-DATE TO APPT-BOOKED-DATE
                   SET APPT-BOOKED-AT-SCREENING TO TRUE
                   WRITE APPOINTMENT-RECORD
                       INVALID KEY
                           DISPLAY "Member already has an "
               CLOSE APPOINTMENT-FILE
           END-IF.

           0856-SKIP-CLOSED-DAY.
           SET ANNIV-DATE-MOVED TO FALSE.
           IF WS-ANNIV-DATE > ZERO
               SET CALN-REQ-NEXT-OPEN TO TRUE
               MOVE WS-STATION-SITE TO CALN-REQ-SITE
               MOVE WS-ANNIV-DATE TO CALN-REQ-DATE
               CALL "CALNCHK" USING CALN-REQUEST
               IF CALN-REQ-RESULT-DATE NOT = WS-ANNIV-DATE
                   DISPLAY WS-ANNIV-DATE, " is a closed day; "
                       "the next open day is ", CALN-REQ-RESULT-DATE,
                       "."
                   MOVE CALN-REQ-RESULT-DATE TO WS-ANNIV-DATE
                   SET ANNIV-DATE-MOVED TO TRUE
               END-IF
           END-IF.

      *Same rule as the desk's hard stop: the slot is full when
      *its booked count for the day reaches the configured
      *capacity, and a day and slot with no capacity row books
           MOVE WS-SYSTOLIC-ENTRY TO VITAL-SYSTOLIC.
           MOVE WS-DIASTOLIC-ENTRY TO VITAL-DIASTOLIC.
           MOVE WS-PULSE-ENTRY TO VITAL-PULSE.
           MOVE SPACE TO VITAL-SOURCE-CODE.
           PERFORM 0940-BEGIN-UNIT-OF-WORK.
           OPEN I-O VITALS-FILE.
           IF WS-VITALS-FS = "35"
           END-PERFORM.
           IF WS-VITALS-FS NOT = "00"
               DISPLAY "Could not log vitals, status: ", WS-VITALS-FS
               MOVE "0745-LOG-VITALS" TO ERRL-REQ-PARAGRAPH
               MOVE WS-VITALS-FNAME TO ERRL-REQ-FILE-NAME
               MOVE WS-VITALS-FS TO ERRL-REQ-STATUS
               MOVE VITAL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE "WRITE" TO JRNL-ACTION
               MOVE "VITALS.DAT" TO JRNL-FILE-NAME
           END-IF.
           CLOSE VITALS-FILE.
           PERFORM 0945-COMMIT-UNIT-OF-WORK.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "CALCBMI" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CALCBMI".
