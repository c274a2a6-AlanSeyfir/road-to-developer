       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OUTCDET".
       AUTHOR.     ALAN GARCIA.
      *Plan-year premium discount determination. Every active member
      *of the client is judged against the client's outcome rule for
      *the plan year: the latest BMI and blood pressure taken in the
      *plan year against the targets, or against the last reading
      *before the plan year for the improvement the sponsor allows.
      *Pass or fail is recorded on OUTCDET.DAT with the basis and
      *the readings judged, so an appeal can be heard against them.
      *A member who has already met the alternative standard on
      *appeal keeps it when the job is rerun.
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
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT VITALS-FILE ASSIGN TO "VITALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VITAL-KEY
               FILE STATUS IS WS-VITALS-FS.
           SELECT OUTCOME-RULE-FILE ASSIGN TO "OUTRULES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORUL-KEY
               FILE STATUS IS WS-RULE-FS.
           SELECT DETERMINATION-FILE ASSIGN TO "OUTCDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODET-KEY
               FILE STATUS IS WS-DET-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD VITALS-FILE.
           COPY "VITALREC.cpy".

       FD OUTCOME-RULE-FILE.
           COPY "ORULREC.cpy".

       FD DETERMINATION-FILE.
           COPY "ODETREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-VITALS-FS PIC XX.
       01 WS-RULE-FS PIC XX.
       01 WS-DET-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-SCAN-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-RULE-SW PIC X VALUE "N".
           88 RULE-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-ON-FILE-SW PIC X VALUE "N".
           88 DETERMINATION-ON-FILE VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-LAST-BMI PIC 999V99.
       01 WS-BASE-BMI PIC 999V99.
       01 WS-LAST-SYSTOLIC PIC 999.
       01 WS-LAST-DIASTOLIC PIC 999.
       01 WS-BASE-SYSTOLIC PIC 999.
       01 WS-BMI-CHANGE PIC S999V99.
       01 WS-SYSTOLIC-CHANGE PIC S999.
       01 WS-NEW-RESULT PIC X.
       01 WS-NEW-BASIS PIC X.
       01 WS-JUDGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PASSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-READING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALT-KEPT-COUNT PIC 9(5) VALUE ZERO.
           COPY "CLNTREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PREMIUM DISCOUNT DETERMINATION".
           DISPLAY "Employer client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF CLNT-REQ-NOT-ON-FILE
               DISPLAY "Client ", WS-CLIENT-ENTRY,
                   " is not on the client master."
           END-IF.
           DISPLAY "Plan year (YYYY): ".
           ACCEPT WS-YEAR-ENTRY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0120-READ-RULE.
           IF NOT RULE-WAS-FOUND
               DISPLAY "No outcome rule for client ", WS-CLIENT-ENTRY,
                   " plan year ", WS-YEAR-ENTRY, " - nothing judged."
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               IF WS-MASTER-FS NOT = "00"
                   DISPLAY "Cannot open MEMBERS.DAT, status: ",
                       WS-MASTER-FS
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM 0150-OPEN-FILES
                   SET END-OF-FILE-REACHED TO FALSE
                   PERFORM UNTIL END-OF-FILE-REACHED
                       READ MEMBER-MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-FILE-REACHED TO TRUE
                           NOT AT END
                               IF MEMBER-CLIENT-CODE = WS-CLIENT-ENTRY
                                       AND MEMBER-IS-ACTIVE
                                   PERFORM 0200-JUDGE-ONE-MEMBER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MEMBER-MASTER-FILE
                   CLOSE BMI-HISTORY-FILE
                   CLOSE VITALS-FILE
                   CLOSE DETERMINATION-FILE
                   DISPLAY "Members judged:            ",
                       WS-JUDGED-COUNT
                   DISPLAY "  Passed:                  ",
                       WS-PASSED-COUNT
                   DISPLAY "  Failed:                  ",
                       WS-FAILED-COUNT
                   DISPLAY "    of which no reading:   ",
                       WS-NO-READING-COUNT
                   DISPLAY "  Alternative met, kept:   ",
                       WS-ALT-KEPT-COUNT
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

           0120-READ-RULE.
           SET RULE-WAS-FOUND TO FALSE.
           OPEN INPUT OUTCOME-RULE-FILE.
           IF WS-RULE-FS = "00"
               MOVE WS-CLIENT-ENTRY TO ORUL-CLIENT-CODE
               MOVE WS-YEAR-ENTRY TO ORUL-PLAN-YEAR
               READ OUTCOME-RULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RULE-WAS-FOUND TO TRUE
               END-READ
               CLOSE OUTCOME-RULE-FILE
           END-IF.

           0150-OPEN-FILES.
           OPEN INPUT BMI-HISTORY-FILE.
           OPEN INPUT VITALS-FILE.
           OPEN I-O DETERMINATION-FILE.
           IF WS-DET-FS = "35"
               OPEN OUTPUT DETERMINATION-FILE
               CLOSE DETERMINATION-FILE
               OPEN I-O DETERMINATION-FILE
           END-IF.

           0200-JUDGE-ONE-MEMBER.
           ADD 1 TO WS-JUDGED-COUNT.
           SET DETERMINATION-ON-FILE TO FALSE.
           MOVE MEMBER-ID TO ODET-MEMBER-ID.
           MOVE WS-YEAR-ENTRY TO ODET-PLAN-YEAR.
           READ DETERMINATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DETERMINATION-ON-FILE TO TRUE
           END-READ.
           IF DETERMINATION-ON-FILE AND ODET-ALTERNATIVE-MET
               ADD 1 TO WS-ALT-KEPT-COUNT
           ELSE
               PERFORM 0300-LATEST-BMI
               PERFORM 0350-LATEST-BLOOD-PRESSURE
               PERFORM 0400-APPLY-RULE
               PERFORM 0500-STORE-DETERMINATION
           END-IF.

      *A reading inside a pregnancy exclusion window says nothing
      *about the member's weight and is passed over, as every
      *BMI-driven process does.
           0300-LATEST-BMI.
           MOVE ZERO TO WS-LAST-BMI.
           MOVE ZERO TO WS-BASE-BMI.
           MOVE MEMBER-ID TO HIST-MEMBER-ID.
           MOVE ZERO TO HIST-DATE.
           MOVE ZERO TO HIST-TIME.
           START BMI-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-HISTORY-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ BMI-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HIST-MEMBER-ID NOT = MEMBER-ID
                               SET END-OF-SCAN TO TRUE
                           WHEN HIST-DATE > ORUL-YEAR-END
                               SET END-OF-SCAN TO TRUE
                           WHEN HIST-IS-EXCLUDED
                               CONTINUE
                           WHEN HIST-DATE < ORUL-YEAR-START
                               MOVE HIST-BMI TO WS-BASE-BMI
                           WHEN OTHER
                               MOVE HIST-BMI TO WS-LAST-BMI
                       END-EVALUATE
               END-READ
           END-PERFORM.

           0350-LATEST-BLOOD-PRESSURE.
           MOVE ZERO TO WS-LAST-SYSTOLIC.
           MOVE ZERO TO WS-LAST-DIASTOLIC.
           MOVE ZERO TO WS-BASE-SYSTOLIC.
           MOVE MEMBER-ID TO VITAL-MEMBER-ID.
           MOVE ZERO TO VITAL-DATE.
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
                       EVALUATE TRUE
                           WHEN VITAL-MEMBER-ID NOT = MEMBER-ID
                               SET END-OF-SCAN TO TRUE
                           WHEN VITAL-DATE > ORUL-YEAR-END
                               SET END-OF-SCAN TO TRUE
                           WHEN VITAL-SYSTOLIC = ZERO
                               CONTINUE
                           WHEN VITAL-DATE < ORUL-YEAR-START
                               MOVE VITAL-SYSTOLIC TO WS-BASE-SYSTOLIC
                           WHEN OTHER
                               MOVE VITAL-SYSTOLIC TO WS-LAST-SYSTOLIC
                               MOVE VITAL-DIASTOLIC
                                   TO WS-LAST-DIASTOLIC
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *Any one way offered by the sponsor is enough; the outright
      *targets are tried first so the basis recorded is the
      *plainest one. Improvement needs a reading before the plan
      *year to measure from.
           0400-APPLY-RULE.
           MOVE "P" TO WS-NEW-RESULT.
           COMPUTE WS-BMI-CHANGE = WS-BASE-BMI - WS-LAST-BMI.
           COMPUTE WS-SYSTOLIC-CHANGE =
               WS-BASE-SYSTOLIC - WS-LAST-SYSTOLIC.
           EVALUATE TRUE
               WHEN WS-LAST-BMI = ZERO AND WS-LAST-SYSTOLIC = ZERO
                   MOVE "F" TO WS-NEW-RESULT
                   MOVE "N" TO WS-NEW-BASIS
               WHEN WS-LAST-BMI > ZERO AND ORUL-BMI-TARGET > ZERO
                       AND WS-LAST-BMI <= ORUL-BMI-TARGET
                   MOVE "B" TO WS-NEW-BASIS
               WHEN WS-LAST-SYSTOLIC > ZERO
                       AND ORUL-SYSTOLIC-TARGET > ZERO
                       AND WS-LAST-SYSTOLIC <= ORUL-SYSTOLIC-TARGET
                       AND WS-LAST-DIASTOLIC <= ORUL-DIASTOLIC-TARGET
                   MOVE "P" TO WS-NEW-BASIS
               WHEN WS-LAST-BMI > ZERO AND WS-BASE-BMI > ZERO
                       AND ORUL-BMI-DROP > ZERO
                       AND WS-BMI-CHANGE >= ORUL-BMI-DROP
                   MOVE "I" TO WS-NEW-BASIS
               WHEN WS-LAST-SYSTOLIC > ZERO
                       AND WS-BASE-SYSTOLIC > ZERO
                       AND ORUL-SYSTOLIC-DROP > ZERO
                       AND WS-SYSTOLIC-CHANGE >= ORUL-SYSTOLIC-DROP
                   MOVE "S" TO WS-NEW-BASIS
               WHEN OTHER
                   MOVE "F" TO WS-NEW-RESULT
                   MOVE SPACE TO WS-NEW-BASIS
           END-EVALUATE.
           IF WS-NEW-RESULT = "P"
               ADD 1 TO WS-PASSED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               IF WS-NEW-BASIS = "N"
                   ADD 1 TO WS-NO-READING-COUNT
               END-IF
           END-IF.

           0500-STORE-DETERMINATION.
           MOVE MEMBER-ID TO ODET-MEMBER-ID.
           MOVE WS-YEAR-ENTRY TO ODET-PLAN-YEAR.
           MOVE WS-CLIENT-ENTRY TO ODET-CLIENT-CODE.
           MOVE WS-NEW-RESULT TO ODET-RESULT.
           MOVE WS-NEW-BASIS TO ODET-BASIS.
           MOVE WS-LAST-BMI TO ODET-BMI.
           MOVE WS-BASE-BMI TO ODET-BASE-BMI.
           MOVE WS-LAST-SYSTOLIC TO ODET-SYSTOLIC.
           MOVE WS-LAST-DIASTOLIC TO ODET-DIASTOLIC.
           MOVE WS-BASE-SYSTOLIC TO ODET-BASE-SYSTOLIC.
           MOVE WS-TODAY-DATE TO ODET-DETERMINED-DATE.
           IF NOT DETERMINATION-ON-FILE
               MOVE SPACE TO ODET-ALT-TYPE
               MOVE SPACES TO ODET-ALT-REF
               MOVE ZERO TO ODET-ALT-DATE
               MOVE SPACES TO ODET-ALT-BY
               WRITE OUTCOME-DETERMINATION-RECORD
           ELSE
               REWRITE OUTCOME-DETERMINATION-RECORD
           END-IF.
           IF WS-DET-FS NOT = "00"
               DISPLAY "Could not store determination for member ",
                   MEMBER-ID, ", status: ", WS-DET-FS
               MOVE "0500-STORE-DETERMINATION" TO ERRL-REQ-PARAGRAPH
               MOVE "OUTCDET.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DET-FS TO ERRL-REQ-STATUS
               MOVE ODET-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "OUTCDET" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "OUTCDET".
