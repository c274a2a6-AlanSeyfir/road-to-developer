       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IMMCAPT".
       AUTHOR.     ALAN GARCIA.
      *Immunization capture at a clinic event. The nurse picks the
      *event the shots are given at, keys the member's card, the
      *vaccine, the pre-vaccination screening answers and the
      *member's consent, then the lot and the injection site. The
      *lot must be in inventory for that vaccine, not withdrawn,
      *not past its expiry and not used up. A given shot draws a
      *dose from the lot and writes a billable event to
      *BILLEVT.DAT; a member screened out or not consenting is
      *recorded as deferred and billed nothing. Giving is for the
      *nurse role under a verified sign-on; any signed-on operator
      *may list a member's immunizations.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMMUNIZATION-FILE ASSIGN TO "IMMUNIZ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMMZ-KEY
               ALTERNATE RECORD KEY IS IMMZ-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IMMZ-FS.
           SELECT VACCINE-LOT-FILE ASSIGN TO "VACLOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLOT-LOT-NUMBER
               FILE STATUS IS WS-LOT-FS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-CODE
               FILE STATUS IS WS-EVENT-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT BILLABLE-EVENT-FILE ASSIGN TO "BILLEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-FS.
           SELECT DAY-CLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAYC-DATE
               FILE STATUS IS WS-DAYC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD IMMUNIZATION-FILE.
           COPY "IMMZREC.cpy".

       FD VACCINE-LOT-FILE.
           COPY "VLOTREC.cpy".

       FD EVENT-FILE.
           COPY "EVENTREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BILLABLE-EVENT-FILE.
           COPY "BILLREC.cpy".

       FD DAY-CLOSE-FILE.
           COPY "DAYCREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IMMZ-FS PIC XX.
       01 WS-LOT-FS PIC XX.
       01 WS-EVENT-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-BILL-FS PIC XX.
       01 WS-DAYC-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 GIVE-MODE-CHOSEN VALUE "G" "g".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-IMMUNIZATIONS VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-EVENT-FOUND-SW PIC X VALUE "N".
           88 EVENT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-DAY-OPEN-SW PIC X VALUE "Y".
           88 POSTING-DAY-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-ROW-EXISTS-SW PIC X VALUE "N".
           88 DEFERRED-ROW-EXISTS VALUE "Y" FALSE "N".
       01 WS-SHOT-CANCEL-SW PIC X VALUE "N".
           88 SHOT-WAS-CANCELLED VALUE "Y" FALSE "N".
       01 WS-ANSWER-ENTRY PIC X.
           88 ANSWER-YES VALUE "Y" "y".
           88 ANSWER-NO VALUE "N" "n".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-EVENT-CODE PIC X(6).
       01 WS-GIVEN-DATE PIC 9(8).
       01 WS-VACCINE-ENTRY PIC X(4).
       01 WS-LOT-ENTRY PIC X(10).
       01 WS-SITE-ENTRY PIC XX.
       01 WS-STATUS-TEXT PIC X(20).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-STATUS PIC X.
           88 SHOT-MEMBER-ACTIVE VALUE "A".
       01 WS-CLIENT-CODE PIC X(3).
       01 WS-VX PIC 9.
       01 WS-QX PIC 9.
           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
           COPY "VACCTBL.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.

       01 SERVICE-TYPE-IMMUNIZATION PIC X(4) VALUE "IMMZ".

      *Pre-vaccination screening. A yes to any question defers the
      *shot to the member's own physician.
       01 WS-SCREEN-QUESTION-VALUES.
           05 FILLER PIC X(50)
               VALUE "Feeling ill or running a fever today?".
           05 FILLER PIC X(50)
               VALUE "Severe reaction to a past vaccine dose?".
           05 FILLER PIC X(50)
               VALUE "Guillain-Barre within 6 weeks of a vaccine?".
           05 FILLER PIC X(50)
               VALUE "Already had this vaccine this season or course?".
       01 WS-SCREEN-QUESTIONS REDEFINES WS-SCREEN-QUESTION-VALUES.
           05 WS-SCREEN-QUESTION PIC X(50) OCCURS 4 TIMES.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "IMMUNIZATION CLINIC".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               PERFORM 0110-GET-MODE
               PERFORM 0150-OPEN-IMMUNIZATION-IO
               IF GIVE-MODE-CHOSEN
                   IF AUTH-ROLE-NURSE
                       PERFORM 0200-RECORD-SHOT
                   ELSE
                       DISPLAY "Only a nurse may record an "
                           "immunization."
                   END-IF
               ELSE
                   PERFORM 0600-LIST-IMMUNIZATIONS
               END-IF
               CLOSE IMMUNIZATION-FILE
               SET AUTH-SIGN-OFF TO TRUE
               CALL "OPERAUTH" USING AUTH-REQUEST
           END-IF.
       GOBACK.

      *The administering nurse on the row is the operator signed
      *on, so the sign-on is verified before anything is keyed.
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
               DISPLAY "(G)ive an immunization, or (L)ist a "
                   "member's immunizations: "
               ACCEPT WS-MODE-CHOICE
               IF GIVE-MODE-CHOSEN OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter G or L."
               END-IF
           END-PERFORM.

           0150-OPEN-IMMUNIZATION-IO.
           OPEN I-O IMMUNIZATION-FILE.
           IF WS-IMMZ-FS = "35"
               OPEN OUTPUT IMMUNIZATION-FILE
               CLOSE IMMUNIZATION-FILE
               OPEN I-O IMMUNIZATION-FILE
           END-IF.

      *A shot given against the wrong member goes to the state
      *registry under the wrong name, so the full card number is
      *demanded and validated, exactly as the intake desk does.
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
           MOVE WS-CARD-ID TO WS-ID-ENTRY.

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
                       MOVE MEMBER-STATUS TO WS-MEMBER-STATUS
                       MOVE MEMBER-CLIENT-CODE TO WS-CLIENT-CODE
                       DISPLAY "Immunizations for ",
                           FUNCTION TRIM(MEMBER-NAME)
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

           0200-RECORD-SHOT.
           PERFORM 0210-GET-EVENT.
           IF EVENT-WAS-FOUND
               PERFORM 0250-CHECK-DAY-OPEN
               IF NOT POSTING-DAY-IS-OPEN
                   DISPLAY "Business date ", WS-GIVEN-DATE,
                       " is closed - no immunization recorded."
               ELSE
                   PERFORM 0160-GET-VALIDATED-ID
                   PERFORM 0180-CHECK-MEMBER
                   IF MEMBER-WAS-FOUND
                       IF NOT SHOT-MEMBER-ACTIVE
                           DISPLAY "Member is not active - no "
                               "immunization recorded."
                       ELSE
                           PERFORM 0220-CAPTURE-SHOT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Shots are dated on the event they were given at; paper
      *sheets from an earlier clinic are keyed against that event,
      *never ahead of it.
           0210-GET-EVENT.
           SET EVENT-WAS-FOUND TO FALSE.
           DISPLAY "Clinic event code: ".
           ACCEPT WS-EVENT-CODE.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FS NOT = "00"
               DISPLAY "No events on file - set the clinic up in "
                   "EVENTMNT first."
           ELSE
               MOVE WS-EVENT-CODE TO EVENT-CODE
               READ EVENT-FILE
                   INVALID KEY
                       DISPLAY "No such event: ", WS-EVENT-CODE
                   NOT INVALID KEY
                       IF EVENT-DATE > WS-TODAY-DATE
                           DISPLAY "Event ", WS-EVENT-CODE,
                               " is not until ", EVENT-DATE, "."
                       ELSE
                           SET EVENT-WAS-FOUND TO TRUE
                           MOVE EVENT-DATE TO WS-GIVEN-DATE
                           DISPLAY "Clinic ", EVENT-CODE, " at ",
                               FUNCTION TRIM(EVENT-LOCATION),
                               " on ", EVENT-DATE
                       END-IF
               END-READ
               CLOSE EVENT-FILE
           END-IF.

      *A given shot is billed on its event date, so a closed
      *business date refuses it the same as a reading.
           0250-CHECK-DAY-OPEN.
           SET POSTING-DAY-IS-OPEN TO TRUE.
           OPEN INPUT DAY-CLOSE-FILE.
           IF WS-DAYC-FS = "00"
               MOVE WS-GIVEN-DATE TO DAYC-DATE
               READ DAY-CLOSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DAYC-IS-CLOSED
                           SET POSTING-DAY-IS-OPEN TO FALSE
                       END-IF
               END-READ
               CLOSE DAY-CLOSE-FILE
           END-IF.

      *One row per member, vaccine and event. A member deferred
      *earlier in the clinic may come back once the question is
      *cleared up; a shot already given is never given twice.
           0220-CAPTURE-SHOT.
           PERFORM 0260-GET-VACCINE.
           SET DEFERRED-ROW-EXISTS TO FALSE.
           MOVE WS-EVENT-CODE TO IMMZ-EVENT-CODE.
           MOVE WS-ID-ENTRY TO IMMZ-MEMBER-ID.
           MOVE WS-VACCINE-ENTRY TO IMMZ-VACCINE-CODE.
           READ IMMUNIZATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEFERRED-ROW-EXISTS TO TRUE
           END-READ.
           IF DEFERRED-ROW-EXISTS AND IMMZ-WAS-GIVEN
               DISPLAY WS-VACCINE-ENTRY, " was already given to "
                   "this member at this event."
           ELSE
               MOVE WS-EVENT-CODE TO IMMZ-EVENT-CODE
               MOVE WS-ID-ENTRY TO IMMZ-MEMBER-ID
               MOVE WS-VACCINE-ENTRY TO IMMZ-VACCINE-CODE
               MOVE WS-GIVEN-DATE TO IMMZ-GIVEN-DATE
               MOVE WS-OPERATOR-ID TO IMMZ-NURSE-ID
               MOVE WS-CLIENT-CODE TO IMMZ-CLIENT-CODE
               MOVE SPACES TO IMMZ-LOT-NUMBER
               MOVE ZERO TO IMMZ-LOT-EXPIRY
               MOVE SPACES TO IMMZ-SITE
               MOVE SPACE TO IMMZ-DEFER-REASON
               MOVE "N" TO IMMZ-CONSENT-FLAG
               SET IMMZ-WAS-GIVEN TO TRUE
               SET SHOT-WAS-CANCELLED TO FALSE
               PERFORM 0300-ASK-SCREENING
               IF IMMZ-WAS-GIVEN
                   PERFORM 0310-GET-CONSENT
               END-IF
               IF IMMZ-WAS-GIVEN
                   PERFORM 0320-GET-LOT
                   IF NOT SHOT-WAS-CANCELLED
                       PERFORM 0340-GET-SITE
                   END-IF
               END-IF
               IF SHOT-WAS-CANCELLED
                   DISPLAY "Nothing recorded."
               ELSE
                   PERFORM 0400-WRITE-IMMUNIZATION
               END-IF
           END-IF.

           0260-GET-VACCINE.
           MOVE ZERO TO WS-VX.
           PERFORM UNTIL WS-VX >= VACCINE-TABLE-SIZE
               ADD 1 TO WS-VX
               DISPLAY "  ", VACCINE-TBL-CODE(WS-VX), "  ",
                   VACCINE-TBL-NAME(WS-VX)
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Vaccine code: "
               ACCEPT WS-VACCINE-ENTRY
               MOVE ZERO TO WS-VX
               PERFORM UNTIL WS-VX >= VACCINE-TABLE-SIZE
                       OR ENTRY-IS-VALID
                   ADD 1 TO WS-VX
                   IF VACCINE-TBL-CODE(WS-VX) = WS-VACCINE-ENTRY
                       SET ENTRY-IS-VALID TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENTRY-IS-VALID
                   DISPLAY "Not a clinic vaccine code."
               END-IF
           END-PERFORM.

      *Every question is asked and kept, even after a yes, so the
      *roster shows the full screening the nurse took.
           0300-ASK-SCREENING.
           MOVE ZERO TO WS-QX.
           PERFORM UNTIL WS-QX >= 4
               ADD 1 TO WS-QX
               SET ENTRY-IS-VALID TO FALSE
               PERFORM UNTIL ENTRY-IS-VALID
                   DISPLAY WS-SCREEN-QUESTION(WS-QX), " (Y/N): "
                   ACCEPT WS-ANSWER-ENTRY
                   EVALUATE TRUE
                       WHEN ANSWER-YES
                           MOVE "Y" TO IMMZ-SCREEN-ANSWER(WS-QX)
                           SET ENTRY-IS-VALID TO TRUE
                       WHEN ANSWER-NO
                           MOVE "N" TO IMMZ-SCREEN-ANSWER(WS-QX)
                           SET ENTRY-IS-VALID TO TRUE
                       WHEN OTHER
                           DISPLAY "Please enter Y or N."
                   END-EVALUATE
               END-PERFORM
               IF IMMZ-SCREEN-ANSWER(WS-QX) = "Y"
                   SET IMMZ-WAS-DEFERRED TO TRUE
                   SET IMMZ-SCREENED-OUT TO TRUE
               END-IF
           END-PERFORM.
           IF IMMZ-SCREENED-OUT
               DISPLAY "Screened out - refer the member to their "
                   "physician. Shot deferred."
           END-IF.

           0310-GET-CONSENT.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Member has read the vaccine statement and "
                   "consents (Y/N): "
               ACCEPT WS-ANSWER-ENTRY
               EVALUATE TRUE
                   WHEN ANSWER-YES
                       SET IMMZ-CONSENT-GIVEN TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN ANSWER-NO
                       SET IMMZ-WAS-DEFERRED TO TRUE
                       SET IMMZ-NO-CONSENT TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                       DISPLAY "No consent - shot deferred."
                   WHEN OTHER
                       DISPLAY "Please enter Y or N."
               END-EVALUATE
           END-PERFORM.

      *The lot is checked against the inventory at the chair: an
      *expired, withdrawn or used-up lot is refused outright. A
      *blank lot number abandons the shot.
           0320-GET-LOT.
           OPEN INPUT VACCINE-LOT-FILE.
           IF WS-LOT-FS NOT = "00"
               DISPLAY "No vaccine lots in inventory - receive the "
                   "lot in VACLOT first."
               SET SHOT-WAS-CANCELLED TO TRUE
           ELSE
               SET ENTRY-IS-VALID TO FALSE
               PERFORM UNTIL ENTRY-IS-VALID OR SHOT-WAS-CANCELLED
                   DISPLAY "Lot number (blank to abandon): "
                   MOVE SPACES TO WS-LOT-ENTRY
                   ACCEPT WS-LOT-ENTRY
                   IF WS-LOT-ENTRY = SPACES
                       SET SHOT-WAS-CANCELLED TO TRUE
                   ELSE
                       PERFORM 0330-CHECK-LOT
                   END-IF
               END-PERFORM
               CLOSE VACCINE-LOT-FILE
           END-IF.

           0330-CHECK-LOT.
           MOVE WS-LOT-ENTRY TO VLOT-LOT-NUMBER.
           READ VACCINE-LOT-FILE
               INVALID KEY
                   DISPLAY "Lot ", WS-LOT-ENTRY,
                       " is not in inventory."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN VLOT-VACCINE-CODE NOT = WS-VACCINE-ENTRY
                           DISPLAY "Lot ", WS-LOT-ENTRY, " is ",
                               VLOT-VACCINE-CODE, ", not ",
                               WS-VACCINE-ENTRY, "."
                       WHEN VLOT-IS-WITHDRAWN
                           DISPLAY "Lot ", WS-LOT-ENTRY,
                               " is withdrawn - do not use."
                       WHEN VLOT-EXPIRY-DATE < WS-GIVEN-DATE
                           DISPLAY "Lot ", WS-LOT-ENTRY,
                               " expired on ", VLOT-EXPIRY-DATE,
                               " - do not use."
                       WHEN VLOT-DOSES-GIVEN
                               >= VLOT-DOSES-RECEIVED
                           DISPLAY "Lot ", WS-LOT-ENTRY,
                               " has no doses left."
                       WHEN OTHER
                           SET ENTRY-IS-VALID TO TRUE
                           MOVE VLOT-LOT-NUMBER TO IMMZ-LOT-NUMBER
                           MOVE VLOT-EXPIRY-DATE TO IMMZ-LOT-EXPIRY
                   END-EVALUATE
           END-READ.

           0340-GET-SITE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Site - LA left arm, RA right arm, LT left "
                   "thigh, RT right thigh: "
               ACCEPT WS-SITE-ENTRY
               MOVE WS-SITE-ENTRY TO IMMZ-SITE
               IF IMMZ-SITE-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter LA, RA, LT or RT."
               END-IF
           END-PERFORM.

           0400-WRITE-IMMUNIZATION.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TIME-HHMMSS TO IMMZ-GIVEN-TIME.
           IF DEFERRED-ROW-EXISTS
               REWRITE IMMUNIZATION-RECORD
           ELSE
               WRITE IMMUNIZATION-RECORD
           END-IF.
           IF WS-IMMZ-FS NOT = "00"
               DISPLAY "Could not record the immunization, status: ",
                   WS-IMMZ-FS
               MOVE "0400-WRITE-IMMUNIZATION" TO ERRL-REQ-PARAGRAPH
               MOVE "IMMUNIZ.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-IMMZ-FS TO ERRL-REQ-STATUS
               MOVE IMMZ-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               IF IMMZ-WAS-GIVEN
                   PERFORM 0450-DRAW-LOT-DOSE
                   PERFORM 0500-WRITE-BILLABLE-EVENT
                   DISPLAY WS-VACCINE-ENTRY, " given, lot ",
                       IMMZ-LOT-NUMBER, ", site ", IMMZ-SITE, "."
               ELSE
                   DISPLAY "Deferral recorded."
               END-IF
           END-IF.

      *The lot is re-read for the update so two chairs drawing
      *from the same lot both count.
           0450-DRAW-LOT-DOSE.
           OPEN I-O VACCINE-LOT-FILE.
           IF WS-LOT-FS = "00"
               MOVE IMMZ-LOT-NUMBER TO VLOT-LOT-NUMBER
               READ VACCINE-LOT-FILE
                   INVALID KEY
                       DISPLAY "Lot ", IMMZ-LOT-NUMBER,
                           " vanished from inventory."
                   NOT INVALID KEY
                       ADD 1 TO VLOT-DOSES-GIVEN
                       REWRITE VACCINE-LOT-RECORD
               END-READ
               CLOSE VACCINE-LOT-FILE
           ELSE
               DISPLAY "Could not update lot inventory, status: ",
                   WS-LOT-FS
               MOVE "0450-DRAW-LOT-DOSE" TO ERRL-REQ-PARAGRAPH
               MOVE "VACLOTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-LOT-FS TO ERRL-REQ-STATUS
               MOVE VLOT-LOT-NUMBER TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Billed like a screening: one charge row per shot given on
      *the event date, carrying the event code, priced at month
      *end.
           0500-WRITE-BILLABLE-EVENT.
           OPEN I-O BILLABLE-EVENT-FILE.
           IF WS-BILL-FS = "35"
               OPEN OUTPUT BILLABLE-EVENT-FILE
               CLOSE BILLABLE-EVENT-FILE
               OPEN I-O BILLABLE-EVENT-FILE
           END-IF.
           IF WS-BILL-FS = "00"
               MOVE IMMZ-MEMBER-ID TO BILL-MEMBER-ID
               MOVE IMMZ-GIVEN-DATE TO BILL-DATE
               MOVE IMMZ-GIVEN-TIME TO BILL-TIME
               SET BILL-IS-CHARGE TO TRUE
               MOVE IMMZ-CLIENT-CODE TO BILL-CLIENT-CODE
               MOVE IMMZ-EVENT-CODE TO BILL-EVENT-CODE
               MOVE SERVICE-TYPE-IMMUNIZATION TO BILL-SERVICE-TYPE
               MOVE SPACES TO BILL-INVOICE-NO
               WRITE BILLABLE-EVENT-RECORD
               PERFORM UNTIL WS-BILL-FS NOT = "22"
                   ADD 1 TO BILL-TIME
                   WRITE BILLABLE-EVENT-RECORD
               END-PERFORM
               IF WS-BILL-FS NOT = "00"
                   DISPLAY "Could not write billable event, "
                       "status: ", WS-BILL-FS
                   MOVE "0500-WRITE-BILLABLE-EVENT"
                       TO ERRL-REQ-PARAGRAPH
                   MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-BILL-FS TO ERRL-REQ-STATUS
                   MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               CLOSE BILLABLE-EVENT-FILE
           ELSE
               DISPLAY "Could not write billable event, status: ",
                   WS-BILL-FS
               MOVE "0500-WRITE-BILLABLE-EVENT" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0600-LIST-IMMUNIZATIONS.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           MOVE WS-ID-ENTRY TO IMMZ-MEMBER-ID.
           START IMMUNIZATION-FILE KEY = IMMZ-MEMBER-ID
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-IMMUNIZATIONS TO FALSE.
           IF WS-IMMZ-FS NOT = "00"
               SET END-OF-IMMUNIZATIONS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-IMMUNIZATIONS
               READ IMMUNIZATION-FILE NEXT RECORD
                   AT END
                       SET END-OF-IMMUNIZATIONS TO TRUE
                   NOT AT END
                       IF IMMZ-MEMBER-ID = WS-ID-ENTRY
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0650-SHOW-IMMUNIZATION
                       ELSE
                           SET END-OF-IMMUNIZATIONS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Immunizations listed: ", WS-LISTED-COUNT.

           0650-SHOW-IMMUNIZATION.
           EVALUATE TRUE
               WHEN IMMZ-WAS-GIVEN
                   MOVE "GIVEN" TO WS-STATUS-TEXT
               WHEN IMMZ-SCREENED-OUT
                   MOVE "DEFERRED - SCREENING" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "DEFERRED - CONSENT" TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY "  ", IMMZ-GIVEN-DATE, "  ", IMMZ-EVENT-CODE,
               "  ", IMMZ-VACCINE-CODE, "  ", WS-STATUS-TEXT,
               "  lot ", IMMZ-LOT-NUMBER, "  ", IMMZ-SITE,
               "  ", IMMZ-NURSE-ID.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "IMMCAPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "IMMCAPT".
