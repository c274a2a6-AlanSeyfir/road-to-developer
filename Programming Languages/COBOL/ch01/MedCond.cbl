       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MEDCOND".
       AUTHOR.     ALAN GARCIA.
      *Member chronic-condition and medication list. Captured at
      *the front desk from the member or by the nurse during the
      *follow-up call, one row per diagnosis category - diabetes,
      *high cholesterol, hypertension or other - with the
      *medication class, start date, source and the operator who
      *recorded it. The lab alert pass and the hypertension report
      *read it to tell a new finding from a member already under
      *treatment. Entry runs under a verified sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONDITION-FILE ASSIGN TO "MEDCOND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEDC-KEY
               FILE STATUS IS WS-COND-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONDITION-FILE.
           COPY "MEDCREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-COND-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-CONDITIONS VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-CATEGORY-ENTRY PIC X.
           88 CATEGORY-ENTRY-DIABETES VALUE "D" "d".
           88 CATEGORY-ENTRY-CHOLESTEROL VALUE "C" "c".
           88 CATEGORY-ENTRY-HYPERTENSION VALUE "H" "h".
           88 CATEGORY-ENTRY-OTHER VALUE "O" "o".
       01 WS-SOURCE-ENTRY PIC X.
           88 SOURCE-ENTRY-MEMBER VALUE "M" "m".
           88 SOURCE-ENTRY-NURSE-CALL VALUE "N" "n".
           88 SOURCE-ENTRY-PHYSICIAN VALUE "P" "p".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STATE-TEXT PIC X(10).
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MEMBER CONDITIONS AND MEDICATIONS".
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               PERFORM 0110-GET-MODE
               PERFORM 0160-GET-VALIDATED-ID
               MOVE WS-CARD-ID TO WS-ID-ENTRY
               PERFORM 0180-CHECK-MEMBER
               IF MEMBER-WAS-FOUND
                   PERFORM 0150-OPEN-CONDITION-IO
                   EVALUATE TRUE
                       WHEN ADD-MODE-CHOSEN
                           PERFORM 0200-ADD-CONDITION
                       WHEN CHANGE-MODE-CHOSEN
                           PERFORM 0300-CHANGE-CONDITION
                       WHEN OTHER
                           PERFORM 0400-LIST-CONDITIONS
                   END-EVALUATE
                   CLOSE CONDITION-FILE
               END-IF
               SET AUTH-SIGN-OFF TO TRUE
               CALL "OPERAUTH" USING AUTH-REQUEST
           END-IF.
       GOBACK.

      *Every session starts with a verified sign-on; the operator
      *recorded on the row is the one who keyed it.
           0120-SIGN-ON.
           DISPLAY "Station ID: ".
           ACCEPT WS-STATION-ID.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           SET AUTH-SIGN-ON TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-STATION-ID TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-REFUSED
               DISPLAY "Operator ", WS-OPERATOR-ID,
                   " is not authorized to sign on."
           END-IF.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd a condition, (C)hange one, or (L)ist "
                   "a member's conditions: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR CHANGE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, C or L."
               END-IF
           END-PERFORM.

           0150-OPEN-CONDITION-IO.
           OPEN I-O CONDITION-FILE.
           IF WS-COND-FS = "35"
               OPEN OUTPUT CONDITION-FILE
               CLOSE CONDITION-FILE
               OPEN I-O CONDITION-FILE
           END-IF.

      *A one-digit slip here files the condition on the wrong
      *member's record, so the full card number is demanded and
      *validated, exactly as the intake desk does.
           0160-GET-VALIDATED-ID.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Enter member card number (ID plus check "
                   "digit): "
               ACCEPT WS-CARD-ENTRY
               SET CHKDG-VALIDATE TO TRUE
               MOVE WS-CARD-ID TO CHKDG-MEMBER-ID
               MOVE WS-CARD-CHECK TO CHKDG-DIGIT
               CALL "CHKDIGIT" USING CHKDG-REQUEST
               IF CHKDG-ACCEPTED
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Check digit does not match - re-key "
                       "the card number."
               END-IF
           END-PERFORM.

           0170-GET-CATEGORY.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Diagnosis - (D)iabetes, high (C)holesterol, "
                   "(H)ypertension, or (O)ther: "
               ACCEPT WS-CATEGORY-ENTRY
               EVALUATE TRUE
                   WHEN CATEGORY-ENTRY-DIABETES
                       SET MEDC-IS-DIABETES TO TRUE
                   WHEN CATEGORY-ENTRY-CHOLESTEROL
                       SET MEDC-IS-CHOLESTEROL TO TRUE
                   WHEN CATEGORY-ENTRY-HYPERTENSION
                       SET MEDC-IS-HYPERTENSION TO TRUE
                   WHEN CATEGORY-ENTRY-OTHER
                       SET MEDC-IS-OTHER TO TRUE
                   WHEN OTHER
                       MOVE SPACE TO MEDC-CATEGORY
               END-EVALUATE
               IF MEDC-CATEGORY-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter D, C, H or O."
               END-IF
           END-PERFORM.

           0180-CHECK-MEMBER.
           SET MEMBER-WAS-FOUND TO FALSE.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open member master, status: ",
                   WS-MASTER-FS
               MOVE "0180-CHECK-MEMBER" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "No member found for ID: ",
                           WS-ID-ENTRY
                   NOT INVALID KEY
                       SET MEMBER-WAS-FOUND TO TRUE
                       DISPLAY "Conditions for ",
                           FUNCTION TRIM(MEMBER-NAME)
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

           0200-ADD-CONDITION.
           MOVE WS-ID-ENTRY TO MEDC-MEMBER-ID.
           PERFORM 0170-GET-CATEGORY.
           MOVE ZERO TO MEDC-END-DATE.
           PERFORM 0250-CAPTURE-FIELDS.
           WRITE MED-CONDITION-RECORD
               INVALID KEY
                   DISPLAY "That diagnosis is already on file for "
                       "this member - use (C)hange."
           END-WRITE.
           IF WS-COND-FS = "00"
               DISPLAY "Condition recorded."
           END-IF.

      *The source tells the nurse how far to trust the row: what
      *the member said at the desk, what the nurse confirmed on
      *the call, or what the member's physician sent.
           0250-CAPTURE-FIELDS.
           DISPLAY "Condition detail: ".
           ACCEPT MEDC-DETAIL.
           DISPLAY "Medication class (blank if none): ".
           ACCEPT MEDC-MED-CLASS.
           DISPLAY "Start date (YYYYMMDD): ".
           ACCEPT MEDC-START-DATE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Source - (M)ember at the desk, (N)urse "
                   "call, or (P)hysician: "
               ACCEPT WS-SOURCE-ENTRY
               EVALUATE TRUE
                   WHEN SOURCE-ENTRY-MEMBER
                       SET MEDC-FROM-MEMBER TO TRUE
                   WHEN SOURCE-ENTRY-NURSE-CALL
                       SET MEDC-FROM-NURSE-CALL TO TRUE
                   WHEN SOURCE-ENTRY-PHYSICIAN
                       SET MEDC-FROM-PHYSICIAN TO TRUE
                   WHEN OTHER
                       MOVE SPACE TO MEDC-SOURCE
               END-EVALUATE
               IF MEDC-SOURCE-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter M, N or P."
               END-IF
           END-PERFORM.
           MOVE WS-OPERATOR-ID TO MEDC-RECORDED-BY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO MEDC-RECORDED-DATE.

      *Stopping treatment is a change, not a delete: the row stays
      *so the history shows the condition was known.
           0300-CHANGE-CONDITION.
           MOVE WS-ID-ENTRY TO MEDC-MEMBER-ID.
           PERFORM 0170-GET-CATEGORY.
           READ CONDITION-FILE
               INVALID KEY
                   DISPLAY "That diagnosis is not on file for this "
                       "member."
               NOT INVALID KEY
                   PERFORM 0450-SHOW-CONDITION
                   PERFORM 0250-CAPTURE-FIELDS
                   DISPLAY "Treatment end date (YYYYMMDD, zero if "
                       "ongoing): "
                   ACCEPT MEDC-END-DATE
                   REWRITE MED-CONDITION-RECORD
                   DISPLAY "Condition updated."
           END-READ.

           0400-LIST-CONDITIONS.
           MOVE WS-ID-ENTRY TO MEDC-MEMBER-ID.
           MOVE LOW-VALUES TO MEDC-CATEGORY.
           START CONDITION-FILE KEY >= MEDC-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-CONDITIONS TO FALSE.
           IF WS-COND-FS NOT = "00"
               SET END-OF-CONDITIONS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-CONDITIONS
               READ CONDITION-FILE NEXT RECORD
                   AT END
                       SET END-OF-CONDITIONS TO TRUE
                   NOT AT END
                       IF MEDC-MEMBER-ID = WS-ID-ENTRY
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0450-SHOW-CONDITION
                       ELSE
                           SET END-OF-CONDITIONS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Conditions listed: ", WS-LISTED-COUNT.

           0450-SHOW-CONDITION.
           IF MEDC-IS-ONGOING
               MOVE "ONGOING" TO WS-STATE-TEXT
           ELSE
               MOVE "ENDED" TO WS-STATE-TEXT
           END-IF.
           DISPLAY "  ", MEDC-CATEGORY, " ",
               FUNCTION TRIM(MEDC-DETAIL), " / ",
               FUNCTION TRIM(MEDC-MED-CLASS),
               "  from ", MEDC-START-DATE, "  ",
               FUNCTION TRIM(WS-STATE-TEXT),
               "  source ", MEDC-SOURCE,
               "  by ", MEDC-RECORDED-BY, " ", MEDC-RECORDED-DATE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "MEDCOND" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "MEDCOND".
