       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RISKTIER".
       AUTHOR.     ALAN GARCIA.
      *Nightly cardiometabolic risk tiering. Every active member is
      *graded on the latest BMI category from history, the latest
      *blood pressure from VITALS.DAT, the latest glucose and
      *lipids from whichever of LABRSLT.DAT and POCT.DAT is newer,
      *and the latest HRA band from HRAANS.DAT. The points for
      *each graded level and the tier cutoffs come from the rules
      *table on RISKRULE.DAT, and the tier, its contributing
      *factors and the date assigned are stored on RISKTIER.DAT for
      *the outreach build to order the calling list by. The store
      *is rebuilt each run, so a member no longer active drops off.
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
           SELECT LAB-RESULT-FILE ASSIGN TO "LABRSLT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAB-KEY
               FILE STATUS IS WS-LAB-FS.
           SELECT POCT-FILE ASSIGN TO "POCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POCT-KEY
               FILE STATUS IS WS-POCT-FS.
           SELECT HRA-ANSWER-FILE ASSIGN TO "HRAANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRAA-KEY
               FILE STATUS IS WS-HRA-FS.
           SELECT RISK-RULE-FILE ASSIGN TO "RISKRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRUL-KEY
               FILE STATUS IS WS-RULE-FS.
           SELECT RISK-TIER-FILE ASSIGN TO "RISKTIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTIER-MEMBER-ID
               FILE STATUS IS WS-TIER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD VITALS-FILE.
           COPY "VITALREC.cpy".

       FD LAB-RESULT-FILE.
           COPY "LABREC.cpy".

       FD POCT-FILE.
           COPY "POCTREC.cpy".

       FD HRA-ANSWER-FILE.
           COPY "HRAAREC.cpy".

       FD RISK-RULE-FILE.
           COPY "RRULEREC.cpy".

       FD RISK-TIER-FILE.
           COPY "RTIERREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-VITALS-FS PIC XX.
       01 WS-LAB-FS PIC XX.
       01 WS-POCT-FS PIC XX.
       01 WS-HRA-FS PIC XX.
       01 WS-RULE-FS PIC XX.
       01 WS-TIER-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y" FALSE "N".
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).

      *Latest inputs for the member being graded.
       01 WS-LAST-BMI PIC 999V99.
       01 WS-LAST-SYSTOLIC PIC 999.
       01 WS-LAST-DIASTOLIC PIC 999.
       01 WS-LAB-DATE PIC 9(8).
       01 WS-LAB-GLUCOSE PIC 999.
       01 WS-LAB-CHOL PIC 999.
       01 WS-LAB-LDL PIC 999.
       01 WS-POCT-DATE PIC 9(8).
       01 WS-POCT-GLUCOSE PIC 999.
       01 WS-POCT-CHOL PIC 999.
       01 WS-USE-GLUCOSE PIC 999.
       01 WS-USE-CHOL PIC 999.
       01 WS-USE-LDL PIC 999.
       01 WS-LAST-HRA-BAND PIC X(8).
           88 LAST-HRA-LOW VALUE "LOW".
           88 LAST-HRA-MODERATE VALUE "MODERATE".
           88 LAST-HRA-HIGH VALUE "HIGH".

      *Points by factor and level as loaded from the rules table -
      *factor 1 BMI, 2 blood pressure, 3 glucose, 4 lipids, 5 HRA.
      *A cutoff with no row on file is out of reach.
       01 WS-RULE-TABLE.
           05 WS-FACTOR-RULES OCCURS 5 TIMES.
               10 WS-LEVEL-POINTS PIC 9(3) OCCURS 4 TIMES.
       01 WS-CUTOFF-TABLE.
           05 WS-TIER-CUTOFF PIC 9(4) OCCURS 4 TIMES.
       01 WS-RULES-LOADED PIC 9(3) VALUE ZERO.
       01 WS-CUTOFFS-LOADED PIC 9 VALUE ZERO.
       01 WS-FX PIC 9.

       01 WS-TIER-COUNTS.
           05 WS-TIER-COUNT PIC 9(6) OCCURS 4 TIMES.
       01 WS-TIERED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-IX PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "CARDIOMETABOLIC RISK TIERING".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-TIER-COUNTS.
           PERFORM 0150-LOAD-RULES.
           IF WS-RULES-LOADED = ZERO
               DISPLAY "No risk rules on RISKRULE.DAT - no tiers "
                   "assigned."
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
                   PERFORM 0200-TIER-ALL-MEMBERS
                   CLOSE MEMBER-MASTER-FILE
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *A table missing its cutoffs still grades and stores the
      *factors, but every member lands in tier 1 until the cutoffs
      *are keyed, so the run ends with a warning.
           0150-LOAD-RULES.
           MOVE ZERO TO WS-RULE-TABLE.
           MOVE 9999 TO WS-TIER-CUTOFF(1).
           MOVE 9999 TO WS-TIER-CUTOFF(2).
           MOVE 9999 TO WS-TIER-CUTOFF(3).
           MOVE 9999 TO WS-TIER-CUTOFF(4).
           OPEN INPUT RISK-RULE-FILE.
           IF WS-RULE-FS = "00"
               SET END-OF-SCAN TO FALSE
               PERFORM UNTIL END-OF-SCAN
                   READ RISK-RULE-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 0160-LOAD-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE RISK-RULE-FILE
           END-IF.
           IF WS-RULES-LOADED > ZERO AND WS-CUTOFFS-LOADED = ZERO
               DISPLAY "No tier cutoffs on RISKRULE.DAT - every "
                   "member is tier 1."
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           0160-LOAD-ONE-RULE.
           MOVE ZERO TO WS-FX.
           EVALUATE TRUE
               WHEN RRUL-FOR-BMI
                   MOVE 1 TO WS-FX
               WHEN RRUL-FOR-BP
                   MOVE 2 TO WS-FX
               WHEN RRUL-FOR-GLUCOSE
                   MOVE 3 TO WS-FX
               WHEN RRUL-FOR-LIPIDS
                   MOVE 4 TO WS-FX
               WHEN RRUL-FOR-HRA
                   MOVE 5 TO WS-FX
               WHEN RRUL-FOR-TIER-CUTOFF
                   IF RRUL-LEVEL >= 2 AND RRUL-LEVEL <= 4
                       MOVE RRUL-POINTS TO WS-TIER-CUTOFF(RRUL-LEVEL)
                       ADD 1 TO WS-CUTOFFS-LOADED
                       ADD 1 TO WS-RULES-LOADED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-FX > ZERO AND RRUL-LEVEL >= 1 AND RRUL-LEVEL <= 4
               MOVE RRUL-POINTS TO WS-LEVEL-POINTS(WS-FX, RRUL-LEVEL)
               ADD 1 TO WS-RULES-LOADED
           END-IF.

           0200-TIER-ALL-MEMBERS.
           OPEN INPUT BMI-HISTORY-FILE.
           OPEN INPUT VITALS-FILE.
           OPEN INPUT LAB-RESULT-FILE.
           OPEN INPUT POCT-FILE.
           OPEN INPUT HRA-ANSWER-FILE.
           OPEN OUTPUT RISK-TIER-FILE.
           SET END-OF-MASTER-FILE TO FALSE.
           PERFORM UNTIL END-OF-MASTER-FILE
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       IF MEMBER-IS-ACTIVE
                           PERFORM 0300-TIER-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BMI-HISTORY-FILE.
           CLOSE VITALS-FILE.
           CLOSE LAB-RESULT-FILE.
           CLOSE POCT-FILE.
           CLOSE HRA-ANSWER-FILE.
           CLOSE RISK-TIER-FILE.
           DISPLAY "Members tiered: ", WS-TIERED-COUNT.
           MOVE 5 TO WS-IX.
           PERFORM UNTIL WS-IX <= 1
               SUBTRACT 1 FROM WS-IX
               DISPLAY "  Tier ", WS-IX, ": ", WS-TIER-COUNT(WS-IX)
           END-PERFORM.

           0300-TIER-ONE-MEMBER.
           MOVE MEMBER-ID TO RTIER-MEMBER-ID.
           PERFORM 0400-GRADE-BMI.
           PERFORM 0450-GRADE-BLOOD-PRESSURE.
           PERFORM 0500-GET-LATEST-LABS.
           PERFORM 0550-GRADE-GLUCOSE.
           PERFORM 0560-GRADE-LIPIDS.
           PERFORM 0600-GRADE-HRA.
           COMPUTE RTIER-TOTAL-POINTS = RTIER-BMI-POINTS
               + RTIER-BP-POINTS + RTIER-GLUCOSE-POINTS
               + RTIER-LIPID-POINTS + RTIER-HRA-POINTS.
           EVALUATE TRUE
               WHEN RTIER-TOTAL-POINTS >= WS-TIER-CUTOFF(4)
                   MOVE 4 TO RTIER-TIER
               WHEN RTIER-TOTAL-POINTS >= WS-TIER-CUTOFF(3)
                   MOVE 3 TO RTIER-TIER
               WHEN RTIER-TOTAL-POINTS >= WS-TIER-CUTOFF(2)
                   MOVE 2 TO RTIER-TIER
               WHEN OTHER
                   MOVE 1 TO RTIER-TIER
           END-EVALUATE.
           MOVE WS-TODAY-DATE TO RTIER-ASSIGNED-DATE.
           WRITE RISK-TIER-RECORD.
           IF WS-TIER-FS = "00"
               ADD 1 TO WS-TIERED-COUNT
               ADD 1 TO WS-TIER-COUNT(RTIER-TIER)
           ELSE
               DISPLAY "Could not store tier for member ",
                   MEMBER-ID, ", status: ", WS-TIER-FS
               MOVE "0300-TIER-ONE-MEMBER" TO ERRL-REQ-PARAGRAPH
               MOVE "RISKTIER.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-TIER-FS TO ERRL-REQ-STATUS
               MOVE RTIER-MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *A reading taken inside an exclusion window says nothing
      *about BMI risk, so the latest reading outside one is used.
           0400-GRADE-BMI.
           MOVE ZERO TO RTIER-BMI-LEVEL.
           MOVE ZERO TO RTIER-BMI-POINTS.
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
                       IF HIST-MEMBER-ID = MEMBER-ID
                           IF NOT HIST-IS-EXCLUDED
                               MOVE HIST-BMI TO WS-LAST-BMI
                               MOVE 1 TO RTIER-BMI-LEVEL
                           END-IF
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF RTIER-BMI-LEVEL > ZERO
               EVALUATE TRUE
                   WHEN WS-LAST-BMI < 18.50
                       MOVE 1 TO RTIER-BMI-LEVEL
                   WHEN WS-LAST-BMI < 25.00
                       MOVE 2 TO RTIER-BMI-LEVEL
                   WHEN WS-LAST-BMI < 30.00
                       MOVE 3 TO RTIER-BMI-LEVEL
                   WHEN OTHER
                       MOVE 4 TO RTIER-BMI-LEVEL
               END-EVALUATE
               MOVE WS-LEVEL-POINTS(1, RTIER-BMI-LEVEL)
                   TO RTIER-BMI-POINTS
           END-IF.

      *Graded on the standard adult classes: stage 2 at 140/90,
      *stage 1 at 130/80, elevated at a systolic of 120.
           0450-GRADE-BLOOD-PRESSURE.
           MOVE ZERO TO RTIER-BP-LEVEL.
           MOVE ZERO TO RTIER-BP-POINTS.
           MOVE ZERO TO WS-LAST-SYSTOLIC.
           MOVE ZERO TO WS-LAST-DIASTOLIC.
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
                       IF VITAL-MEMBER-ID = MEMBER-ID
                           IF VITAL-SYSTOLIC > ZERO
                               MOVE VITAL-SYSTOLIC
                                   TO WS-LAST-SYSTOLIC
                               MOVE VITAL-DIASTOLIC
                                   TO WS-LAST-DIASTOLIC
                           END-IF
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LAST-SYSTOLIC > ZERO
               EVALUATE TRUE
                   WHEN WS-LAST-SYSTOLIC >= 140
                           OR WS-LAST-DIASTOLIC >= 90
                       MOVE 4 TO RTIER-BP-LEVEL
                   WHEN WS-LAST-SYSTOLIC >= 130
                           OR WS-LAST-DIASTOLIC >= 80
                       MOVE 3 TO RTIER-BP-LEVEL
                   WHEN WS-LAST-SYSTOLIC >= 120
                       MOVE 2 TO RTIER-BP-LEVEL
                   WHEN OTHER
                       MOVE 1 TO RTIER-BP-LEVEL
               END-EVALUATE
               MOVE WS-LEVEL-POINTS(2, RTIER-BP-LEVEL)
                   TO RTIER-BP-POINTS
           END-IF.

      *Whichever of the vendor draw and the finger-stick is newer
      *is graded; on the same day the vendor lab wins. A finger-
      *stick carries no LDL.
           0500-GET-LATEST-LABS.
           MOVE ZERO TO WS-LAB-DATE.
           MOVE ZERO TO WS-POCT-DATE.
           MOVE MEMBER-ID TO LAB-MEMBER-ID.
           MOVE ZERO TO LAB-DRAW-DATE.
           START LAB-RESULT-FILE KEY >= LAB-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-LAB-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ LAB-RESULT-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF LAB-MEMBER-ID = MEMBER-ID
                           MOVE LAB-DRAW-DATE TO WS-LAB-DATE
                           MOVE LAB-GLUCOSE TO WS-LAB-GLUCOSE
                           MOVE LAB-CHOL-TOTAL TO WS-LAB-CHOL
                           MOVE LAB-CHOL-LDL TO WS-LAB-LDL
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE MEMBER-ID TO POCT-MEMBER-ID.
           MOVE ZERO TO POCT-DATE.
           MOVE ZERO TO POCT-TIME.
           START POCT-FILE KEY >= POCT-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-POCT-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ POCT-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF POCT-MEMBER-ID = MEMBER-ID
                           MOVE POCT-DATE TO WS-POCT-DATE
                           MOVE POCT-GLUCOSE TO WS-POCT-GLUCOSE
                           MOVE POCT-CHOL-TOTAL TO WS-POCT-CHOL
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO WS-USE-GLUCOSE.
           MOVE ZERO TO WS-USE-CHOL.
           MOVE ZERO TO WS-USE-LDL.
           IF WS-POCT-DATE > WS-LAB-DATE
               MOVE WS-POCT-GLUCOSE TO WS-USE-GLUCOSE
               MOVE WS-POCT-CHOL TO WS-USE-CHOL
           ELSE
               IF WS-LAB-DATE > ZERO
                   MOVE WS-LAB-GLUCOSE TO WS-USE-GLUCOSE
                   MOVE WS-LAB-CHOL TO WS-USE-CHOL
                   MOVE WS-LAB-LDL TO WS-USE-LDL
               END-IF
           END-IF.

           0550-GRADE-GLUCOSE.
           MOVE ZERO TO RTIER-GLUCOSE-LEVEL.
           MOVE ZERO TO RTIER-GLUCOSE-POINTS.
           IF WS-USE-GLUCOSE > ZERO
               EVALUATE TRUE
                   WHEN WS-USE-GLUCOSE >= 126
                       MOVE 3 TO RTIER-GLUCOSE-LEVEL
                   WHEN WS-USE-GLUCOSE >= 100
                       MOVE 2 TO RTIER-GLUCOSE-LEVEL
                   WHEN OTHER
                       MOVE 1 TO RTIER-GLUCOSE-LEVEL
               END-EVALUATE
               MOVE WS-LEVEL-POINTS(3, RTIER-GLUCOSE-LEVEL)
                   TO RTIER-GLUCOSE-POINTS
           END-IF.

           0560-GRADE-LIPIDS.
           MOVE ZERO TO RTIER-LIPID-LEVEL.
           MOVE ZERO TO RTIER-LIPID-POINTS.
           IF WS-USE-CHOL > ZERO
               EVALUATE TRUE
                   WHEN WS-USE-CHOL >= 240 OR WS-USE-LDL >= 160
                       MOVE 3 TO RTIER-LIPID-LEVEL
                   WHEN WS-USE-CHOL >= 200 OR WS-USE-LDL >= 130
                       MOVE 2 TO RTIER-LIPID-LEVEL
                   WHEN OTHER
                       MOVE 1 TO RTIER-LIPID-LEVEL
               END-EVALUATE
               MOVE WS-LEVEL-POINTS(4, RTIER-LIPID-LEVEL)
                   TO RTIER-LIPID-POINTS
           END-IF.

           0600-GRADE-HRA.
           MOVE ZERO TO RTIER-HRA-LEVEL.
           MOVE ZERO TO RTIER-HRA-POINTS.
           MOVE SPACES TO WS-LAST-HRA-BAND.
           MOVE MEMBER-ID TO HRAA-MEMBER-ID.
           MOVE ZERO TO HRAA-DATE.
           START HRA-ANSWER-FILE KEY >= HRAA-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-SCAN TO FALSE.
           IF WS-HRA-FS NOT = "00"
               SET END-OF-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SCAN
               READ HRA-ANSWER-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF HRAA-MEMBER-ID = MEMBER-ID
                           MOVE HRAA-BAND TO WS-LAST-HRA-BAND
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN LAST-HRA-HIGH
                   MOVE 3 TO RTIER-HRA-LEVEL
               WHEN LAST-HRA-MODERATE
                   MOVE 2 TO RTIER-HRA-LEVEL
               WHEN LAST-HRA-LOW
                   MOVE 1 TO RTIER-HRA-LEVEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RTIER-HRA-LEVEL > ZERO
               MOVE WS-LEVEL-POINTS(5, RTIER-HRA-LEVEL)
                   TO RTIER-HRA-POINTS
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "RISKTIER" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "RISKTIER".
