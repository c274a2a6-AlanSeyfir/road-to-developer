      *re-keys the batch; each field is compared against the first
      *pass, mismatched fields are shown and corrected on the spot,
      *and only a fully verified batch is released for the nightly
      *run by writing the release record CALCBMI checks. Each field
      *the second pass keyed differently is charged to the operator
      *who keyed the first pass, for the quality scorecard. The
      *operator who keyed the batch may not verify it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-CONTROL-FILE ASSIGN TO "VERIFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-FS.
           SELECT OPER-QUALITY-FILE ASSIGN TO "OPERQLTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPQL-FS.

       DATA DIVISION.
       FILE SECTION.
           05 VERIFY-OPERATOR PIC X(8).
           05 VERIFY-RECORD-COUNT PIC 9(5).

       FD OPER-QUALITY-FILE.
           COPY "OPQLREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-IN-FS PIC XX.
       01 WS-VERIFY-FS PIC XX.
       01 WS-OPQL-FS PIC XX.
       01 WS-OPQL-OPEN-SW PIC X VALUE "N".
           88 QUALITY-LOG-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-KEYER-ID PIC X(8).
       01 WS-KEYER-SW PIC X VALUE "N".
           88 KEYER-IS-KNOWN VALUE "Y" FALSE "N".
       01 WS-MISMATCH-FIELD PIC X(6).
       01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
           COPY "AUTHREQ.cpy".
           COPY "OVRDREQ.cpy".
      *Maker/checker duties check and its supervisor override.
       01 WS-DUTY-SW PIC X VALUE "Y".
           88 DUTIES-ARE-CLEAR VALUE "Y" FALSE "N".
       01 WS-DUTY-CHOICE PIC X.
           88 DUTY-OVERRIDE-WANTED VALUE "Y" "y".
       01 WS-DUTY-SUPERVISOR PIC X(8).
       01 WS-DUTY-RULE-ID PIC X(4).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
           88 BATCH-OVERFLOWED VALUE "Y" FALSE "N".
       01 WS-TODAY-DATE PIC 9(8).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
                       "nothing was rewritten."
               ELSE
                   IF WS-RECORD-COUNT > ZERO
                       PERFORM 0250-GET-KEYER
                       PERFORM 0260-CHECK-DUTIES
                       IF DUTIES-ARE-CLEAR
                           PERFORM 0300-VERIFY-EACH-ROW
                           PERFORM 0500-REWRITE-BATCH
                           PERFORM 0600-RELEASE-BATCH
                       ELSE
                           DISPLAY "Batch not verified and NOT "
                               "released."
                           IF QUALITY-LOG-IS-OPEN
                               CLOSE OPER-QUALITY-FILE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-BATCH-IN-FS NOT = "00"
               DISPLAY "Cannot open BMIINPUT.DAT, status: ",
                   WS-BATCH-IN-FS
               MOVE "0200-LOAD-BATCH" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIINPUT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BATCH-IN-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
               DISPLAY "Records to verify: ", WS-RECORD-COUNT
           END-IF.

      *The keyer must be an enabled operator, so the duties check
      *and every mismatch charged below name a real person.
           0250-GET-KEYER.
           SET KEYER-IS-KNOWN TO FALSE.
           PERFORM UNTIL KEYER-IS-KNOWN
               DISPLAY "Operator ID who keyed the first pass: "
               ACCEPT WS-KEYER-ID
               SET AUTH-VERIFY-ONLY TO TRUE
               MOVE WS-KEYER-ID TO AUTH-OPERATOR-ID
               MOVE "KEYVERIF" TO AUTH-STATION-ID
               CALL "OPERAUTH" USING AUTH-REQUEST
               IF AUTH-ACCEPTED AND WS-KEYER-ID NOT = SPACES
                   SET KEYER-IS-KNOWN TO TRUE
               ELSE
                   DISPLAY "Operator ", WS-KEYER-ID,
                       " is not an enabled operator."
               END-IF
           END-PERFORM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND OPER-QUALITY-FILE.
           IF WS-OPQL-FS = "35"
               OPEN OUTPUT OPER-QUALITY-FILE
           END-IF.
           IF WS-OPQL-FS = "00"
               SET QUALITY-LOG-IS-OPEN TO TRUE
           END-IF.

      *One operator may not perform both halves of a maker/checker
      *pair on the same item. A different supervisor may let it
      *through, and that override goes on the register.
           0260-CHECK-DUTIES.
           SET AUTH-DUTIES-CHECK TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE "KEYVERIF" TO AUTH-DUTY-FUNCTION.
           MOVE "KEYIN" TO AUTH-PRIOR-FUNCTION.
           MOVE WS-KEYER-ID TO AUTH-PRIOR-OPERATOR-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           SET DUTIES-ARE-CLEAR TO TRUE.
           IF AUTH-DUTY-CONFLICT
               MOVE AUTH-DUTY-RULE-ID TO WS-DUTY-RULE-ID
               DISPLAY "Refused - one operator may not ",
                   FUNCTION TRIM(AUTH-DUTY-RULE-TEXT), "."
               MOVE SPACES TO OVRD-REQ-RECORD-KEY
               STRING WS-KEYER-ID " BATCH BMIINPUT.DAT"
                   DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
               PERFORM 0270-ASK-DUTY-OVERRIDE
           END-IF.

           0270-ASK-DUTY-OVERRIDE.
           SET DUTIES-ARE-CLEAR TO FALSE.
           DISPLAY "Supervisor override (Y/N)? ".
           ACCEPT WS-DUTY-CHOICE.
           IF DUTY-OVERRIDE-WANTED
               DISPLAY "Supervisor ID to authorize: "
               ACCEPT WS-DUTY-SUPERVISOR
               SET AUTH-VERIFY-ONLY TO TRUE
               MOVE WS-DUTY-SUPERVISOR TO AUTH-OPERATOR-ID
               MOVE "KEYVERIF" TO AUTH-STATION-ID
               CALL "OPERAUTH" USING AUTH-REQUEST
               IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                       AND WS-DUTY-SUPERVISOR NOT = WS-OPERATOR-ID
                   SET DUTIES-ARE-CLEAR TO TRUE
                   MOVE SPACES TO OVRD-REQ-FUNCTION
                   STRING "SOD" WS-DUTY-RULE-ID
                       DELIMITED BY SIZE INTO OVRD-REQ-FUNCTION
                   MOVE WS-DUTY-SUPERVISOR TO OVRD-REQ-SUPERVISOR-ID
                   PERFORM 0970-LOG-OVERRIDE
               ELSE
                   DISPLAY "Override not authorized."
               END-IF
           END-IF.

           0300-VERIFY-EACH-ROW.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-RECORD-COUNT
               PERFORM 0400-COMPARE-FIELDS
           END-PERFORM.
           DISPLAY "Fields corrected: ", WS-MISMATCH-COUNT.
           IF QUALITY-LOG-IS-OPEN
               CLOSE OPER-QUALITY-FILE
               SET QUALITY-LOG-IS-OPEN TO FALSE
           END-IF.

           0400-COMPARE-FIELDS.
           IF WS-KEY2-ID NOT = WS-ROW-MEMBER-ID(WS-IX)
                   OR WS-KEY2-CHECK NOT = WS-ROW-CHECK(WS-IX)
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "CARD" TO WS-MISMATCH-FIELD
               PERFORM 0470-LOG-MISMATCH
               DISPLAY "CARD NUMBER differs - first pass: ",
                   WS-ROW-MEMBER-ID(WS-IX), WS-ROW-CHECK(WS-IX),
                   " second pass: ", WS-KEY2-CARD
           END-IF.
           IF WS-KEY2-HEIGHT NOT = WS-ROW-HEIGHT(WS-IX)
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "HEIGHT" TO WS-MISMATCH-FIELD
               PERFORM 0470-LOG-MISMATCH
               DISPLAY "HEIGHT differs - first pass: ",
                   WS-ROW-HEIGHT(WS-IX), " second pass: ",
                   WS-KEY2-HEIGHT
           END-IF.
           IF WS-KEY2-WEIGHT NOT = WS-ROW-WEIGHT(WS-IX)
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "WEIGHT" TO WS-MISMATCH-FIELD
               PERFORM 0470-LOG-MISMATCH
               DISPLAY "WEIGHT differs - first pass: ",
                   WS-ROW-WEIGHT(WS-IX), " second pass: ",
                   WS-KEY2-WEIGHT
           END-IF.
           IF WS-KEY2-DATE NOT = WS-ROW-DATE(WS-IX)
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "DATE" TO WS-MISMATCH-FIELD
               PERFORM 0470-LOG-MISMATCH
               DISPLAY "READING DATE differs - first pass: ",
                   WS-ROW-DATE(WS-IX), " second pass: ",
                   WS-KEY2-DATE
               END-IF
           END-PERFORM.

           0470-LOG-MISMATCH.
           IF QUALITY-LOG-IS-OPEN
               MOVE SPACES TO OPER-QUALITY-EVENT
               MOVE WS-KEYER-ID TO OPQL-OPERATOR-ID
               MOVE WS-TODAY-DATE TO OPQL-DATE
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-HHMMSS TO OPQL-TIME
               SET OPQL-IS-KEY-MISMATCH TO TRUE
               MOVE WS-ROW-MEMBER-ID(WS-IX) TO OPQL-MEMBER-ID
               MOVE WS-ROW-DATE(WS-IX) TO OPQL-READING-DATE
               MOVE WS-MISMATCH-FIELD TO OPQL-DETAIL
               MOVE WS-OPERATOR-ID TO OPQL-RECORDED-BY
               MOVE "KEYVERIF" TO OPQL-PROGRAM
               WRITE OPER-QUALITY-EVENT
           END-IF.

           0500-REWRITE-BATCH.
           OPEN OUTPUT BMI-INPUT-FILE.
           MOVE ZERO TO WS-IX.
           CLOSE VERIFY-CONTROL-FILE.
           DISPLAY "Batch verified and released for the nightly "
               "run.".

      *The reason given is kept with the override on the shared
      *register compliance reviews each week.
           0970-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           MOVE "KEYVERIF" TO OVRD-REQ-PROGRAM.
           MOVE "KEYVERIF" TO OVRD-REQ-STATION-ID.
           CALL "OVRDLOG" USING OVRD-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "KEYVERIF" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "KEYVERIF".
