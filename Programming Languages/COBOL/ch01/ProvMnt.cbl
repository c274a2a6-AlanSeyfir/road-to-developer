       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROVMNT".
       AUTHOR.     ALAN GARCIA.
      *Provider directory maintenance: record the doctors and
      *clinics referred members are sent to - name, specialty,
      *address, phone and the payers each one accepts - change
      *them, or list the directory. A provider who stops taking
      *referrals is made inactive rather than deleted, so the
      *referrals already routed to them still report by name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVIDER-FILE ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-ID
               FILE STATUS IS WS-PROVIDER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PROVIDER-FILE.
           COPY "PROVREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROVIDER-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-PROVIDERS VALUE "Y" FALSE "N".
       01 WS-STATUS-ENTRY PIC X.
           88 STATUS-ENTRY-ACTIVE VALUE "A" "a".
           88 STATUS-ENTRY-INACTIVE VALUE "I" "i".
       01 WS-PROVIDER-ENTRY PIC X(6).
       01 WS-PAYER-SUB PIC 9.
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8).
           COPY "AUTHREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           PERFORM 0110-GET-MODE.
      *The directory decides where members are sent, so only a
      *supervisor may add or change it; anyone may list it.
           IF NOT LIST-MODE-CHOSEN
               DISPLAY "Supervisor operator ID: "
               ACCEPT WS-OPERATOR-ID
               SET AUTH-VERIFY-ONLY TO TRUE
               MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
               MOVE "PROVMNT" TO AUTH-STATION-ID
               CALL "OPERAUTH" USING AUTH-REQUEST
               IF NOT (AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR)
                   DISPLAY "Operator ", WS-OPERATOR-ID,
                       " may not maintain the provider directory."
                   GOBACK
               END-IF
           END-IF.
           PERFORM 0150-OPEN-PROVIDER-IO.
           EVALUATE TRUE
               WHEN ADD-MODE-CHOSEN
                   PERFORM 0200-ADD-PROVIDER
               WHEN CHANGE-MODE-CHOSEN
                   PERFORM 0300-CHANGE-PROVIDER
               WHEN OTHER
                   PERFORM 0400-LIST-PROVIDERS
           END-EVALUATE.
           CLOSE PROVIDER-FILE.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd provider, (C)hange provider, or "
                   "(L)ist: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR CHANGE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, C or L."
               END-IF
           END-PERFORM.

           0150-OPEN-PROVIDER-IO.
           OPEN I-O PROVIDER-FILE.
           IF WS-PROVIDER-FS = "35"
               OPEN OUTPUT PROVIDER-FILE
               CLOSE PROVIDER-FILE
               OPEN I-O PROVIDER-FILE
           END-IF.

           0200-ADD-PROVIDER.
           DISPLAY "Provider ID: ".
           ACCEPT WS-PROVIDER-ENTRY.
           IF WS-PROVIDER-ENTRY = SPACES
               DISPLAY "A provider ID is required."
           ELSE
               MOVE WS-PROVIDER-ENTRY TO PROV-ID
               PERFORM 0250-CAPTURE-FIELDS
               WRITE PROVIDER-RECORD
                   INVALID KEY
                       DISPLAY "Provider ", WS-PROVIDER-ENTRY,
                           " already exists."
               END-WRITE
               IF WS-PROVIDER-FS = "00"
                   DISPLAY "Provider ", PROV-ID, " added."
               END-IF
           END-IF.

      *Payer codes must match the roster's coverage-span payer
      *exactly or the letter run will never find the provider in
      *network; unused payer slots are left blank.
           0250-CAPTURE-FIELDS.
           DISPLAY "Provider or practice name: ".
           ACCEPT PROV-NAME.
           DISPLAY "Specialty: ".
           ACCEPT PROV-SPECIALTY.
           DISPLAY "Address line 1: ".
           ACCEPT PROV-ADDR-LINE-1.
           DISPLAY "Address line 2: ".
           ACCEPT PROV-ADDR-LINE-2.
           DISPLAY "City: ".
           ACCEPT PROV-CITY.
           DISPLAY "State: ".
           ACCEPT PROV-STATE.
           DISPLAY "ZIP: ".
           ACCEPT PROV-ZIP.
           DISPLAY "Phone: ".
           ACCEPT PROV-PHONE.
           MOVE 1 TO WS-PAYER-SUB.
           PERFORM UNTIL WS-PAYER-SUB > 6
               DISPLAY "Payer accepted ", WS-PAYER-SUB,
                   " (blank if no more): "
               ACCEPT PROV-PAYER(WS-PAYER-SUB)
               ADD 1 TO WS-PAYER-SUB
           END-PERFORM.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Status (A)ctive or (I)nactive: "
               ACCEPT WS-STATUS-ENTRY
               EVALUATE TRUE
                   WHEN STATUS-ENTRY-ACTIVE
                       SET PROV-IS-ACTIVE TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN STATUS-ENTRY-INACTIVE
                       SET PROV-IS-INACTIVE TO TRUE
                       SET ENTRY-IS-VALID TO TRUE
                   WHEN OTHER
                       DISPLAY "Please enter A or I."
               END-EVALUATE
           END-PERFORM.

           0300-CHANGE-PROVIDER.
           DISPLAY "Provider ID: ".
           ACCEPT WS-PROVIDER-ENTRY.
           MOVE WS-PROVIDER-ENTRY TO PROV-ID.
           READ PROVIDER-FILE
               INVALID KEY
                   DISPLAY "No such provider: ", WS-PROVIDER-ENTRY
               NOT INVALID KEY
                   DISPLAY "Currently: ", FUNCTION TRIM(PROV-NAME),
                       "  ", FUNCTION TRIM(PROV-SPECIALTY),
                       "  ZIP ", PROV-ZIP, "  status ", PROV-STATUS
                   PERFORM 0250-CAPTURE-FIELDS
                   REWRITE PROVIDER-RECORD
                   DISPLAY "Provider ", PROV-ID, " updated."
           END-READ.

           0400-LIST-PROVIDERS.
           MOVE LOW-VALUES TO PROV-ID.
           START PROVIDER-FILE KEY >= PROV-ID
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-PROVIDERS TO FALSE.
           IF WS-PROVIDER-FS NOT = "00"
               SET END-OF-PROVIDERS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-PROVIDERS
               READ PROVIDER-FILE NEXT RECORD
                   AT END
                       SET END-OF-PROVIDERS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  ", PROV-ID, "  ", PROV-NAME,
                           "  ", PROV-SPECIALTY, "  ", PROV-ZIP,
                           "  ", PROV-PHONE, "  ", PROV-STATUS
                       DISPLAY "      payers: ", PROV-PAYER(1), " ",
                           PROV-PAYER(2), " ", PROV-PAYER(3), " ",
                           PROV-PAYER(4), " ", PROV-PAYER(5), " ",
                           PROV-PAYER(6)
               END-READ
           END-PERFORM.
           DISPLAY "Providers listed: ", WS-LISTED-COUNT.
       END PROGRAM "PROVMNT".
