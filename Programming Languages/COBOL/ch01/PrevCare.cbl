       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PREVCARE".
       AUTHOR.     ALAN GARCIA.
      *Preventive-care attestations. Members send in forms saying
      *they had an annual physical, a dental cleaning or a cancer
      *screening; the desk keys each one (service, date of
      *service, provider) unverified, and a second operator checks
      *it against the form and verifies it. A verified
      *attestation counts toward the sponsor's credit and, where
      *the member's client credits the service and the service
      *suits the member's age and sex, earns the client's points
      *the same way a screening does - once per service per
      *currency period. Entry runs under a verified sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVCARE-ATTEST-FILE ASSIGN TO "PREVCARE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAT-KEY
               FILE STATUS IS WS-ATTEST-FS.
           SELECT PREVCARE-RULE-FILE ASSIGN TO "PCRULES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCRL-KEY
               FILE STATUS IS WS-RULE-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-MEMBER-ID
               FILE STATUS IS WS-POINTS-FS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.
           SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "PTSADJ.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PREVCARE-ATTEST-FILE.
           COPY "PCATREC.cpy".

       FD PREVCARE-RULE-FILE.
           COPY "PCRULREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD POINTS-FILE.
           COPY "POINTREC.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD-AREA PIC X(611).

       FD ADJUSTMENT-LOG-FILE.
       01 ADJUSTMENT-LOG-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ATTEST-FS PIC XX.
       01 WS-RULE-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-POINTS-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ENTER-MODE-CHOSEN VALUE "E" "e".
           88 VERIFY-MODE-CHOSEN VALUE "V" "v".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VERIFY-CHOICE PIC X.
           88 VERIFY-THIS-ONE VALUE "V" "v".
           88 SKIP-THIS-ONE VALUE "S" "s".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-ATTESTATIONS VALUE "Y" FALSE "N".
       01 WS-MEMBER-FOUND-SW PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-SVC-FOUND-SW PIC X.
           88 SERVICE-IS-KNOWN VALUE "Y" FALSE "N".
       01 WS-SUITS-SW PIC X.
           88 SERVICE-SUITS-MEMBER VALUE "Y" FALSE "N".
       01 WS-CREDITED-SW PIC X.
           88 ALREADY-CREDITED VALUE "Y" FALSE "N".
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-STATION-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-MEMBER-STATUS PIC X.
           88 ATTEST-MEMBER-ACTIVE VALUE "A".
           88 ATTEST-MEMBER-MERGED VALUE "M".
       01 WS-MERGED-TO PIC 9(6).
       01 WS-CLIENT-CODE PIC X(3).
       01 WS-MEMBER-SEX PIC X.
       01 WS-MEMBER-BIRTH-DATE PIC 9(8).
       01 WS-AGE-YEARS PIC 999.
       01 WS-SERVICE-ENTRY PIC X(4).
       01 WS-SVC-SUB PIC 9.
       01 WS-DATE-ENTRY PIC 9(8).
       01 WS-POINTS-EARNED PIC 9(3).
       01 WS-ADJLOG-FS PIC XX.
       01 WS-AWARD-DISP PIC -ZZZZZZ9.
       01 WS-VERIFIED-TEXT PIC X(10).

      *The currency window runs back from the date of service by
      *the service's months; day of month is kept as is, which is
      *all a date comparison needs.
       01 WS-WINDOW-START PIC 9(8).
       01 WS-WINDOW-PARTS REDEFINES WS-WINDOW-START.
           05 WS-WINDOW-YEAR PIC 9(4).
           05 WS-WINDOW-MONTH PIC 99.
           05 WS-WINDOW-DAY PIC 99.
       01 WS-MONTH-COUNT PIC 9(6).

      *Unverified rows for the member are gathered first, then
      *verified one at a time by key, so the prior-credit scan
      *never disturbs the listing.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-KEY PIC X(18) OCCURS 20 TIMES.
       01 WS-PENDING-COUNT PIC 99 VALUE ZERO.
       01 WS-PENDING-SUB PIC 99.
       01 WS-THIS-KEY PIC X(18).

           COPY "AUTHREQ.cpy".
           COPY "CHKDGREQ.cpy".
           COPY "PCSVCTBL.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.

      *The points update is journaled as a unit of work, as every
      *points change is; the attestation row rides outside it, as
      *the physician form log does.
       01 WS-JRNL-FS PIC XX.
           COPY "JRNLREC.cpy".
       01 WS-UOW-STAMP.
           05 WS-UOW-DATE PIC 9(8).
           05 WS-UOW-TIME PIC 9(6).
           05 WS-UOW-COUNT PIC 9(4) VALUE ZERO.
           05 WS-UOW-STATION PIC X(8).
       01 WS-UOW-TIME-RAW.
           05 WS-UOW-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-JRNL-SEQ PIC 9(3) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PREVENTIVE-CARE ATTESTATIONS".
           PERFORM 0120-SIGN-ON.
           IF AUTH-ACCEPTED
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 0110-GET-MODE
               PERFORM 0150-OPEN-ATTEST-IO
               EVALUATE TRUE
                   WHEN ENTER-MODE-CHOSEN
                       PERFORM 0200-ENTER-ATTESTATION
                   WHEN VERIFY-MODE-CHOSEN
                       PERFORM 0300-VERIFY-ATTESTATIONS
                   WHEN OTHER
                       PERFORM 0400-LIST-ATTESTATIONS
               END-EVALUATE
               CLOSE PREVCARE-ATTEST-FILE
               SET AUTH-SIGN-OFF TO TRUE
               CALL "OPERAUTH" USING AUTH-REQUEST
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(E)nter an attestation, (V)erify a "
                   "member's attestations, or (L)ist a member's: "
               ACCEPT WS-MODE-CHOICE
               IF ENTER-MODE-CHOSEN OR VERIFY-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter E, V or L."
               END-IF
           END-PERFORM.

      *Every session starts with a verified sign-on; the operator
      *recorded on the row is the one who keyed or verified it.
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

           0150-OPEN-ATTEST-IO.
           OPEN I-O PREVCARE-ATTEST-FILE.
           IF WS-ATTEST-FS = "35"
               OPEN OUTPUT PREVCARE-ATTEST-FILE
               CLOSE PREVCARE-ATTEST-FILE
               OPEN I-O PREVCARE-ATTEST-FILE
           END-IF.

      *An attestation keyed to the wrong member credits the wrong
      *person, so the full card number is demanded and validated,
      *exactly as the intake desk does.
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

           0170-GET-SERVICE.
           SET SERVICE-IS-KNOWN TO FALSE.
           PERFORM UNTIL SERVICE-IS-KNOWN
               DISPLAY "Service (PHYS, DENT, MAMM, CERV, COLO): "
               ACCEPT WS-SERVICE-ENTRY
               PERFORM 0175-FIND-SERVICE
               IF NOT SERVICE-IS-KNOWN
                   DISPLAY "Not a preventive service code."
               END-IF
           END-PERFORM.

           0175-FIND-SERVICE.
           SET SERVICE-IS-KNOWN TO FALSE.
           MOVE 1 TO WS-SVC-SUB.
           PERFORM UNTIL WS-SVC-SUB > PREVCARE-TABLE-SIZE
                   OR SERVICE-IS-KNOWN
               IF PREVCARE-TBL-CODE(WS-SVC-SUB) = WS-SERVICE-ENTRY
                   SET SERVICE-IS-KNOWN TO TRUE
               ELSE
                   ADD 1 TO WS-SVC-SUB
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
                       MOVE MEMBER-NAME TO WS-MEMBER-NAME
                       MOVE MEMBER-STATUS TO WS-MEMBER-STATUS
                       MOVE MEMBER-MERGED-TO TO WS-MERGED-TO
                       MOVE MEMBER-CLIENT-CODE TO WS-CLIENT-CODE
                       MOVE MEMBER-SEX TO WS-MEMBER-SEX
                       MOVE MEMBER-BIRTH-DATE TO WS-MEMBER-BIRTH-DATE
                       DISPLAY "Preventive care for ",
                           FUNCTION TRIM(MEMBER-NAME)
               END-READ
               CLOSE MEMBER-MASTER-FILE
           END-IF.

      *The sponsors credit age-appropriate care, so the member's
      *age on the date of service and sex are held to the
      *service's recommended range. A birth date not on file
      *cannot be judged and is given the benefit of the doubt.
           0190-CHECK-SUITS-MEMBER.
           SET SERVICE-SUITS-MEMBER TO TRUE.
           IF PREVCARE-TBL-SEX(WS-SVC-SUB) NOT = "B"
                   AND PREVCARE-TBL-SEX(WS-SVC-SUB)
                       NOT = WS-MEMBER-SEX
               SET SERVICE-SUITS-MEMBER TO FALSE
           END-IF.
           IF WS-MEMBER-BIRTH-DATE IS NUMERIC
                   AND WS-MEMBER-BIRTH-DATE > ZERO
                   AND WS-DATE-ENTRY > WS-MEMBER-BIRTH-DATE
               COMPUTE WS-AGE-YEARS =
                   (WS-DATE-ENTRY - WS-MEMBER-BIRTH-DATE) / 10000
               IF WS-AGE-YEARS < PREVCARE-TBL-MIN-AGE(WS-SVC-SUB)
                       OR WS-AGE-YEARS
                           > PREVCARE-TBL-MAX-AGE(WS-SVC-SUB)
                   SET SERVICE-SUITS-MEMBER TO FALSE
               END-IF
           END-IF.

      *A merged record takes no new activity, and a date of service
      *in the future is a keying error.
           0200-ENTER-ATTESTATION.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           IF MEMBER-WAS-FOUND
               EVALUATE TRUE
                   WHEN ATTEST-MEMBER-MERGED
                       DISPLAY "Member was merged into ",
                           WS-MERGED-TO, " - key the attestation "
                           "there."
                   WHEN NOT ATTEST-MEMBER-ACTIVE
                       DISPLAY "Member is not active - nothing "
                           "recorded."
                   WHEN OTHER
                       PERFORM 0205-KEY-ATTESTATION
               END-EVALUATE
           END-IF.

           0205-KEY-ATTESTATION.
           PERFORM 0170-GET-SERVICE.
           PERFORM 0210-GET-SERVICE-DATE.
           PERFORM 0190-CHECK-SUITS-MEMBER.
           IF NOT SERVICE-SUITS-MEMBER
               DISPLAY "Note: ",
                   FUNCTION TRIM(PREVCARE-TBL-NAME(WS-SVC-SUB)),
                   " is outside the recommended age/sex "
                   "for this member - it will earn no credit."
           END-IF.
           PERFORM 0250-WRITE-ATTESTATION.

           0210-GET-SERVICE-DATE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Date of service (YYYYMMDD): "
               ACCEPT WS-DATE-ENTRY
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY)
                           NOT = ZERO
                       DISPLAY "Not a valid date."
                   WHEN WS-DATE-ENTRY > WS-TODAY-DATE
                       DISPLAY "Date of service cannot be in the "
                           "future."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

           0250-WRITE-ATTESTATION.
           MOVE WS-ID-ENTRY TO PCAT-MEMBER-ID.
           MOVE WS-SERVICE-ENTRY TO PCAT-SERVICE.
           MOVE WS-DATE-ENTRY TO PCAT-SERVICE-DATE.
           DISPLAY "Provider named on the form: ".
           ACCEPT PCAT-PROVIDER.
           MOVE WS-TODAY-DATE TO PCAT-RECEIVED-DATE.
           MOVE WS-OPERATOR-ID TO PCAT-RECEIVED-BY.
           SET PCAT-NOT-VERIFIED TO TRUE.
           MOVE SPACES TO PCAT-VERIFIED-BY.
           MOVE ZERO TO PCAT-VERIFIED-DATE.
           MOVE ZERO TO PCAT-POINTS-AWARDED.
           WRITE PREVCARE-ATTEST-RECORD
               INVALID KEY
                   DISPLAY "That service on that date is already "
                       "on file for this member."
           END-WRITE.
           IF WS-ATTEST-FS = "00"
               DISPLAY "Attestation recorded - awaiting "
                   "verification."
           END-IF.

      *The operator who keyed a form may not verify it; the second
      *pair of eyes is the whole point of verification.
           0300-VERIFY-ATTESTATIONS.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           IF MEMBER-WAS-FOUND
               PERFORM 0310-GATHER-PENDING
               IF WS-PENDING-COUNT = ZERO
                   DISPLAY "No unverified attestations for this "
                       "member."
               ELSE
                   OPEN INPUT PREVCARE-RULE-FILE
                   MOVE 1 TO WS-PENDING-SUB
                   PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                       PERFORM 0320-VERIFY-ONE
                       ADD 1 TO WS-PENDING-SUB
                   END-PERFORM
                   IF WS-RULE-FS NOT = "35"
                       CLOSE PREVCARE-RULE-FILE
                   END-IF
               END-IF
           END-IF.

           0310-GATHER-PENDING.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE WS-ID-ENTRY TO PCAT-MEMBER-ID.
           MOVE LOW-VALUES TO PCAT-SERVICE.
           MOVE ZERO TO PCAT-SERVICE-DATE.
           PERFORM 0450-START-MEMBER-ROWS.
           PERFORM UNTIL END-OF-ATTESTATIONS
               READ PREVCARE-ATTEST-FILE NEXT RECORD
                   AT END
                       SET END-OF-ATTESTATIONS TO TRUE
                   NOT AT END
                       IF PCAT-MEMBER-ID NOT = WS-ID-ENTRY
                           SET END-OF-ATTESTATIONS TO TRUE
                       ELSE
                           IF PCAT-NOT-VERIFIED
                                   AND WS-PENDING-COUNT < 20
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE PCAT-KEY TO
                                   WS-PENDING-KEY(WS-PENDING-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           0320-VERIFY-ONE.
           MOVE WS-PENDING-KEY(WS-PENDING-SUB) TO PCAT-KEY.
           READ PREVCARE-ATTEST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ATTEST-FS = "00"
               MOVE PCAT-SERVICE TO WS-SERVICE-ENTRY
               PERFORM 0175-FIND-SERVICE
               DISPLAY " "
               DISPLAY "  ", PCAT-SERVICE, " ",
                   FUNCTION TRIM(PREVCARE-TBL-NAME(WS-SVC-SUB)),
                   "  on ", PCAT-SERVICE-DATE, "  by ",
                   FUNCTION TRIM(PCAT-PROVIDER),
                   "  keyed by ", PCAT-RECEIVED-BY
               IF PCAT-RECEIVED-BY = WS-OPERATOR-ID
                   DISPLAY "  You keyed this one - another operator "
                       "must verify it."
               ELSE
                   PERFORM 0330-GET-VERIFY-CHOICE
                   IF VERIFY-THIS-ONE
                       PERFORM 0350-DETERMINE-CREDIT
                       PERFORM 0380-MARK-VERIFIED
                   END-IF
               END-IF
           END-IF.

           0330-GET-VERIFY-CHOICE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "  (V)erify against the form, or (S)kip: "
               ACCEPT WS-VERIFY-CHOICE
               IF VERIFY-THIS-ONE OR SKIP-THIS-ONE
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter V or S."
               END-IF
           END-PERFORM.

      *Points come from the client's rule in force on the date of
      *service, for a service that suits the member, and only if
      *no verified attestation of the same service already earned
      *points inside the service's currency window.
           0350-DETERMINE-CREDIT.
           MOVE ZERO TO WS-POINTS-EARNED.
           MOVE PCAT-KEY TO WS-THIS-KEY.
           MOVE PCAT-SERVICE-DATE TO WS-DATE-ENTRY.
           PERFORM 0190-CHECK-SUITS-MEMBER.
           IF SERVICE-SUITS-MEMBER AND WS-RULE-FS NOT = "35"
               MOVE WS-CLIENT-CODE TO PCRL-CLIENT-CODE
               MOVE PCAT-SERVICE TO PCRL-SERVICE
               READ PREVCARE-RULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PCRL-ACTIVE-FROM <= WS-DATE-ENTRY
                               AND (PCRL-ACTIVE-TO = ZERO
                               OR PCRL-ACTIVE-TO >= WS-DATE-ENTRY)
                           MOVE PCRL-POINTS TO WS-POINTS-EARNED
                       END-IF
               END-READ
           END-IF.
           IF WS-POINTS-EARNED > ZERO
               PERFORM 0360-CHECK-PRIOR-CREDIT
               IF ALREADY-CREDITED
                   MOVE ZERO TO WS-POINTS-EARNED
                   DISPLAY "  Already credited inside the "
                       "currency period - no points."
               END-IF
           END-IF.
           MOVE WS-THIS-KEY TO PCAT-KEY.
           READ PREVCARE-ATTEST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           0360-CHECK-PRIOR-CREDIT.
           SET ALREADY-CREDITED TO FALSE.
           MOVE WS-DATE-ENTRY TO WS-WINDOW-START.
           COMPUTE WS-MONTH-COUNT =
               WS-WINDOW-YEAR * 12 + WS-WINDOW-MONTH - 1
               - PREVCARE-TBL-MONTHS(WS-SVC-SUB).
           COMPUTE WS-WINDOW-YEAR = WS-MONTH-COUNT / 12.
           COMPUTE WS-WINDOW-MONTH =
               FUNCTION MOD(WS-MONTH-COUNT, 12) + 1.
           MOVE WS-ID-ENTRY TO PCAT-MEMBER-ID.
           MOVE WS-SERVICE-ENTRY TO PCAT-SERVICE.
           MOVE WS-WINDOW-START TO PCAT-SERVICE-DATE.
           PERFORM 0450-START-MEMBER-ROWS.
           PERFORM UNTIL END-OF-ATTESTATIONS
               READ PREVCARE-ATTEST-FILE NEXT RECORD
                   AT END
                       SET END-OF-ATTESTATIONS TO TRUE
                   NOT AT END
                       IF PCAT-MEMBER-ID NOT = WS-ID-ENTRY
                               OR PCAT-SERVICE NOT = WS-SERVICE-ENTRY
                           SET END-OF-ATTESTATIONS TO TRUE
                       ELSE
                           IF PCAT-KEY NOT = WS-THIS-KEY
                                   AND PCAT-IS-VERIFIED
                                   AND PCAT-POINTS-AWARDED > ZERO
                                   AND PCAT-SERVICE-DATE
                                       <= WS-DATE-ENTRY
                               SET ALREADY-CREDITED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           0380-MARK-VERIFIED.
           SET PCAT-IS-VERIFIED TO TRUE.
           MOVE WS-OPERATOR-ID TO PCAT-VERIFIED-BY.
           MOVE WS-TODAY-DATE TO PCAT-VERIFIED-DATE.
           MOVE WS-POINTS-EARNED TO PCAT-POINTS-AWARDED.
           REWRITE PREVCARE-ATTEST-RECORD.
           IF WS-ATTEST-FS NOT = "00"
               DISPLAY "Could not mark verified, status: ",
                   WS-ATTEST-FS
               MOVE "0380-MARK-VERIFIED" TO ERRL-REQ-PARAGRAPH
               MOVE "PREVCARE.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-ATTEST-FS TO ERRL-REQ-STATUS
               MOVE PCAT-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               IF WS-POINTS-EARNED > ZERO
                   PERFORM 0940-BEGIN-UNIT-OF-WORK
                   PERFORM 0485-ACCRUE-POINTS
                   PERFORM 0945-COMMIT-UNIT-OF-WORK
                   DISPLAY "  Verified - ", WS-POINTS-EARNED,
                       " points."
               ELSE
                   DISPLAY "  Verified - no points."
               END-IF
           END-IF.

           0400-LIST-ATTESTATIONS.
           PERFORM 0160-GET-VALIDATED-ID.
           PERFORM 0180-CHECK-MEMBER.
           IF MEMBER-WAS-FOUND
               MOVE WS-ID-ENTRY TO PCAT-MEMBER-ID
               MOVE LOW-VALUES TO PCAT-SERVICE
               MOVE ZERO TO PCAT-SERVICE-DATE
               PERFORM 0450-START-MEMBER-ROWS
               PERFORM UNTIL END-OF-ATTESTATIONS
                   READ PREVCARE-ATTEST-FILE NEXT RECORD
                       AT END
                           SET END-OF-ATTESTATIONS TO TRUE
                       NOT AT END
                           IF PCAT-MEMBER-ID NOT = WS-ID-ENTRY
                               SET END-OF-ATTESTATIONS TO TRUE
                           ELSE
                               PERFORM 0420-LIST-ONE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Attestations listed: ", WS-LISTED-COUNT
           END-IF.

           0420-LIST-ONE.
           ADD 1 TO WS-LISTED-COUNT.
           IF PCAT-IS-VERIFIED
               MOVE "VERIFIED" TO WS-VERIFIED-TEXT
           ELSE
               MOVE "UNVERIFIED" TO WS-VERIFIED-TEXT
           END-IF.
           DISPLAY "  ", PCAT-SERVICE, "  ", PCAT-SERVICE-DATE, "  ",
               PCAT-PROVIDER, "  ", WS-VERIFIED-TEXT, " ",
               PCAT-VERIFIED-BY, "  PTS ", PCAT-POINTS-AWARDED.

           0450-START-MEMBER-ROWS.
           START PREVCARE-ATTEST-FILE KEY >= PCAT-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-ATTESTATIONS TO FALSE.
           IF WS-ATTEST-FS NOT = "00"
               SET END-OF-ATTESTATIONS TO TRUE
           END-IF.

           0485-ACCRUE-POINTS.
           OPEN I-O POINTS-FILE.
           IF WS-POINTS-FS = "35"
               OPEN OUTPUT POINTS-FILE
               CLOSE POINTS-FILE
               OPEN I-O POINTS-FILE
           END-IF.
           IF WS-POINTS-FS = "00"
               MOVE WS-ID-ENTRY TO PTS-MEMBER-ID
               READ POINTS-FILE
                   INVALID KEY
                       MOVE WS-ID-ENTRY TO PTS-MEMBER-ID
                       MOVE ZERO TO PTS-BALANCE
                       MOVE ZERO TO PTS-LAST-ACCRUAL-DATE
                       MOVE SPACE TO PTS-FROZEN-FLAG
                       MOVE ZERO TO PTS-FROZEN-DATE
                       WRITE POINTS-RECORD
               END-READ
      *A frozen balance belongs to a member set inactive or
      *deceased; the attestation still verifies but earns nothing.
               IF NOT PTS-IS-FROZEN
                   PERFORM 0487-ADD-ATTESTATION-POINTS
               END-IF
               CLOSE POINTS-FILE
           END-IF.

           0487-ADD-ATTESTATION-POINTS.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE POINTS-RECORD TO JRNL-BEFORE-IMAGE.
           ADD WS-POINTS-EARNED TO PTS-BALANCE.
           MOVE WS-TODAY-DATE TO PTS-LAST-ACCRUAL-DATE.
           REWRITE POINTS-RECORD.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Could not accrue points, status: ",
                   WS-POINTS-FS
               MOVE "0487-ADD-ATTESTATION-POINTS" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
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
               PERFORM 0489-LOG-AWARD
           END-IF.

      *Earned points are a recorded movement on the balance, so
      *they go on the adjustment log like a challenge award and
      *the reconciliation and liability reports can account for
      *them.
           0489-LOG-AWARD.
           MOVE WS-POINTS-EARNED TO WS-AWARD-DISP.
           OPEN EXTEND ADJUSTMENT-LOG-FILE.
           IF WS-ADJLOG-FS = "35"
               OPEN OUTPUT ADJUSTMENT-LOG-FILE
           END-IF.
           IF WS-ADJLOG-FS = "00"
               MOVE SPACES TO ADJUSTMENT-LOG-LINE
               STRING WS-TODAY-DATE
                   " MEMBER " PTS-MEMBER-ID
                   " ADJUSTED " WS-AWARD-DISP
                   " REASON PREV BY PREVCARE"
                   DELIMITED BY SIZE INTO ADJUSTMENT-LOG-LINE
               WRITE ADJUSTMENT-LOG-LINE
               CLOSE ADJUSTMENT-LOG-FILE
           END-IF.

           0940-BEGIN-UNIT-OF-WORK.
           ACCEPT WS-UOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-UOW-TIME-RAW FROM TIME.
           MOVE WS-UOW-HHMMSS TO WS-UOW-TIME.
           MOVE ZERO TO WS-JRNL-SEQ.
           ADD 1 TO WS-UOW-COUNT.
           MOVE WS-STATION-ID TO WS-UOW-STATION.
           MOVE WS-UOW-STAMP TO JRNL-UOW-ID.
           MOVE "BEGIN" TO JRNL-ACTION.
           MOVE SPACES TO JRNL-FILE-NAME.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           PERFORM 0950-WRITE-JOURNAL.

           0945-COMMIT-UNIT-OF-WORK.
           MOVE "COMMIT" TO JRNL-ACTION.
           MOVE SPACES TO JRNL-FILE-NAME.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           PERFORM 0950-WRITE-JOURNAL.

           0950-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-FS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JRNL-FS = "00"
               WRITE JOURNAL-RECORD-AREA FROM JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "Could not write journal, status: ",
                   WS-JRNL-FS
               MOVE "0950-WRITE-JOURNAL" TO ERRL-REQ-PARAGRAPH
               MOVE "JOURNAL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-JRNL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PREVCARE" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PREVCARE".
