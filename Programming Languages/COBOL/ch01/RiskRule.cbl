       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RISKRULE".
       AUTHOR.     ALAN GARCIA.
      *Cardiometabolic risk rules maintenance: the points each
      *graded level of BMI, blood pressure, glucose, lipids and HRA
      *band is worth, and the point cutoffs for tiers 2 to 4, that
      *the nightly tiering run assigns risk tiers with. Add a rule,
      *change one, or list the table.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-RULE-FILE ASSIGN TO "RISKRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRUL-KEY
               FILE STATUS IS WS-RULE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RISK-RULE-FILE.
           COPY "RRULEREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RULE-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-RULES VALUE "Y" FALSE "N".
       01 WS-FACTOR-ENTRY PIC X.
           88 FACTOR-ENTRY-BMI VALUE "B" "b".
           88 FACTOR-ENTRY-BP VALUE "P" "p".
           88 FACTOR-ENTRY-GLUCOSE VALUE "G" "g".
           88 FACTOR-ENTRY-LIPIDS VALUE "L" "l".
           88 FACTOR-ENTRY-HRA VALUE "H" "h".
           88 FACTOR-ENTRY-TIER VALUE "T" "t".
       01 WS-LEVEL-ENTRY PIC 9.
       01 WS-TOP-LEVEL PIC 9.
       01 WS-BOTTOM-LEVEL PIC 9.
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUPERVISOR-ID PIC X(8).
           COPY "AUTHREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           PERFORM 0110-GET-MODE.
           IF NOT LIST-MODE-CHOSEN
               PERFORM 0120-VERIFY-SUPERVISOR
           END-IF.
           IF LIST-MODE-CHOSEN
               OR (AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR)
               PERFORM 0150-OPEN-RULE-IO
               EVALUATE TRUE
                   WHEN ADD-MODE-CHOSEN
                       PERFORM 0200-ADD-RULE
                   WHEN CHANGE-MODE-CHOSEN
                       PERFORM 0300-CHANGE-RULE
                   WHEN OTHER
                       PERFORM 0400-LIST-RULES
               END-EVALUATE
               CLOSE RISK-RULE-FILE
           ELSE
               DISPLAY "An enabled supervisor ID is required. "
                   "No changes made."
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd risk rule, (C)hange risk rule, "
                   "or (L)ist: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR CHANGE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, C or L."
               END-IF
           END-PERFORM.

      *Adds and changes are supervisor work, the same as the rate
      *table; listing stays open to every operator.
           0120-VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID authorizing this change: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "RISKRULE" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

           0150-OPEN-RULE-IO.
           OPEN I-O RISK-RULE-FILE.
           IF WS-RULE-FS = "35"
               OPEN OUTPUT RISK-RULE-FILE
               CLOSE RISK-RULE-FILE
               OPEN I-O RISK-RULE-FILE
           END-IF.

      *Each factor grades into its own number of levels, and the
      *tier cutoffs only exist for tiers 2 to 4 - tier 1 is what a
      *member below every cutoff gets.
           0160-GET-RULE-KEY.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Factor - (B)MI, blood (P)ressure, (G)lucose,"
                   " (L)ipids, (H)RA band, or (T)ier cutoff: "
               ACCEPT WS-FACTOR-ENTRY
               MOVE 1 TO WS-BOTTOM-LEVEL
               EVALUATE TRUE
                   WHEN FACTOR-ENTRY-BMI
                       SET RRUL-FOR-BMI TO TRUE
                       MOVE 4 TO WS-TOP-LEVEL
                   WHEN FACTOR-ENTRY-BP
                       SET RRUL-FOR-BP TO TRUE
                       MOVE 4 TO WS-TOP-LEVEL
                   WHEN FACTOR-ENTRY-GLUCOSE
                       SET RRUL-FOR-GLUCOSE TO TRUE
                       MOVE 3 TO WS-TOP-LEVEL
                   WHEN FACTOR-ENTRY-LIPIDS
                       SET RRUL-FOR-LIPIDS TO TRUE
                       MOVE 3 TO WS-TOP-LEVEL
                   WHEN FACTOR-ENTRY-HRA
                       SET RRUL-FOR-HRA TO TRUE
                       MOVE 3 TO WS-TOP-LEVEL
                   WHEN FACTOR-ENTRY-TIER
                       SET RRUL-FOR-TIER-CUTOFF TO TRUE
                       MOVE 2 TO WS-BOTTOM-LEVEL
                       MOVE 4 TO WS-TOP-LEVEL
                   WHEN OTHER
                       MOVE SPACE TO RRUL-FACTOR
               END-EVALUATE
               IF RRUL-FACTOR-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter B, P, G, L, H or T."
               END-IF
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               IF RRUL-FOR-TIER-CUTOFF
                   DISPLAY "Tier (", WS-BOTTOM-LEVEL, " to ",
                       WS-TOP-LEVEL, "): "
               ELSE
                   DISPLAY "Level (", WS-BOTTOM-LEVEL, " to ",
                       WS-TOP-LEVEL, "): "
               END-IF
               ACCEPT WS-LEVEL-ENTRY
               IF WS-LEVEL-ENTRY >= WS-BOTTOM-LEVEL
                       AND WS-LEVEL-ENTRY <= WS-TOP-LEVEL
                   MOVE WS-LEVEL-ENTRY TO RRUL-LEVEL
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter ", WS-BOTTOM-LEVEL,
                       " to ", WS-TOP-LEVEL, "."
               END-IF
           END-PERFORM.

           0200-ADD-RULE.
           PERFORM 0160-GET-RULE-KEY.
           PERFORM 0250-CAPTURE-FIELDS.
           WRITE RISK-RULE-RECORD
               INVALID KEY
                   DISPLAY "A rule for ", RRUL-FACTOR, RRUL-LEVEL,
                       " already exists."
           END-WRITE.
           IF WS-RULE-FS = "00"
               DISPLAY "Rule ", RRUL-FACTOR, RRUL-LEVEL, " added."
           END-IF.

           0250-CAPTURE-FIELDS.
           IF RRUL-FOR-TIER-CUTOFF
               DISPLAY "Lowest total points for this tier: "
           ELSE
               DISPLAY "Points for this level: "
           END-IF.
           ACCEPT RRUL-POINTS.
           DISPLAY "Note (clinical source or reason): ".
           ACCEPT RRUL-NOTE.
           ACCEPT RRUL-SET-DATE FROM DATE YYYYMMDD.

           0300-CHANGE-RULE.
           PERFORM 0160-GET-RULE-KEY.
           READ RISK-RULE-FILE
               INVALID KEY
                   DISPLAY "No rule on file for ", RRUL-FACTOR,
                       RRUL-LEVEL
               NOT INVALID KEY
                   DISPLAY "Currently: ", RRUL-POINTS,
                       " points  set ", RRUL-SET-DATE, "  ",
                       RRUL-NOTE
                   PERFORM 0250-CAPTURE-FIELDS
                   REWRITE RISK-RULE-RECORD
                   DISPLAY "Rule ", RRUL-FACTOR, RRUL-LEVEL,
                       " updated."
           END-READ.

           0400-LIST-RULES.
           MOVE LOW-VALUES TO RRUL-KEY.
           START RISK-RULE-FILE KEY >= RRUL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-RULES TO FALSE.
           IF WS-RULE-FS NOT = "00"
               SET END-OF-RULES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-RULES
               READ RISK-RULE-FILE NEXT RECORD
                   AT END
                       SET END-OF-RULES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  ", RRUL-FACTOR, " ", RRUL-LEVEL,
                           "  ", RRUL-POINTS, " points  set ",
                           RRUL-SET-DATE, "  ", RRUL-NOTE
               END-READ
           END-PERFORM.
           DISPLAY "Risk rules listed: ", WS-LISTED-COUNT.
       END PROGRAM "RISKRULE".
