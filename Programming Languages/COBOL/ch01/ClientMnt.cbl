       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CLIENTMT".
       AUTHOR.     ALAN GARCIA.
      *Client master maintenance: record who each client code is -
      *legal name, billing address and contact, account manager
      *and the dates the code is active - change it, or list the
      *book. A client that leaves is closed with an active-to date
      *rather than deleted, so its history still prints a name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNT-CODE
               FILE STATUS IS WS-CLIENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE.
           COPY "CLNTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLIENT-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-CLIENTS VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-SUPERVISOR-ID PIC X(8).
           COPY "AUTHREQ.cpy".
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
           0100-START-HERE.
           PERFORM 0110-GET-MODE.
           IF NOT LIST-MODE-CHOSEN
               PERFORM 0120-VERIFY-SUPERVISOR
           END-IF.
           IF LIST-MODE-CHOSEN
               OR (AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR)
               PERFORM 0150-OPEN-CLIENT-IO
               EVALUATE TRUE
                   WHEN ADD-MODE-CHOSEN
                       PERFORM 0200-ADD-CLIENT
                   WHEN CHANGE-MODE-CHOSEN
                       PERFORM 0300-CHANGE-CLIENT
                   WHEN OTHER
                       PERFORM 0400-LIST-CLIENTS
               END-EVALUATE
               CLOSE CLIENT-FILE
           ELSE
               DISPLAY "An enabled supervisor ID is required. "
                   "No changes made."
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd client, (C)hange client, or (L)ist: "
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
           MOVE "CLIENTMT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

           0150-OPEN-CLIENT-IO.
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-FS = "35"
               OPEN OUTPUT CLIENT-FILE
               CLOSE CLIENT-FILE
               OPEN I-O CLIENT-FILE
           END-IF.

           0200-ADD-CLIENT.
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           IF WS-CLIENT-ENTRY = SPACES
               DISPLAY "A client code is required."
           ELSE
               MOVE WS-CLIENT-ENTRY TO CLNT-CODE
               PERFORM 0250-CAPTURE-FIELDS
               WRITE CLIENT-RECORD
                   INVALID KEY
                       DISPLAY "Client ", WS-CLIENT-ENTRY,
                           " already exists."
               END-WRITE
               IF WS-CLIENT-FS = "00"
                   DISPLAY "Client ", CLNT-CODE, " added."
               END-IF
           END-IF.

      *Active-from defaults to today when left zero, so a new
      *client can be keyed against straight away.
           0250-CAPTURE-FIELDS.
           DISPLAY "Legal name: ".
           ACCEPT CLNT-LEGAL-NAME.
           DISPLAY "Billing address line 1: ".
           ACCEPT CLNT-BILL-ADDR1.
           DISPLAY "Billing address line 2: ".
           ACCEPT CLNT-BILL-ADDR2.
           DISPLAY "Billing city: ".
           ACCEPT CLNT-BILL-CITY.
           DISPLAY "Billing state: ".
           ACCEPT CLNT-BILL-STATE.
           DISPLAY "Billing ZIP: ".
           ACCEPT CLNT-BILL-ZIP.
           DISPLAY "Billing contact: ".
           ACCEPT CLNT-BILL-CONTACT.
           DISPLAY "Billing contact phone: ".
           ACCEPT CLNT-BILL-PHONE.
           DISPLAY "Account manager: ".
           ACCEPT CLNT-ACCOUNT-MGR.
           DISPLAY "Active from (YYYYMMDD, 0 for today): ".
           ACCEPT CLNT-ACTIVE-FROM.
           IF CLNT-ACTIVE-FROM = ZERO
               ACCEPT CLNT-ACTIVE-FROM FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Active to (YYYYMMDD, 0 for open-ended): ".
           ACCEPT CLNT-ACTIVE-TO.

           0300-CHANGE-CLIENT.
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "No such client: ", WS-CLIENT-ENTRY
               NOT INVALID KEY
                   DISPLAY "Currently: ",
                       FUNCTION TRIM(CLNT-LEGAL-NAME),
                       "  active ", CLNT-ACTIVE-FROM,
                       " to ", CLNT-ACTIVE-TO
                   PERFORM 0250-CAPTURE-FIELDS
                   REWRITE CLIENT-RECORD
                   DISPLAY "Client ", CLNT-CODE, " updated."
           END-READ.

           0400-LIST-CLIENTS.
           MOVE LOW-VALUES TO CLNT-CODE.
           START CLIENT-FILE KEY >= CLNT-CODE
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-CLIENTS TO FALSE.
           IF WS-CLIENT-FS NOT = "00"
               SET END-OF-CLIENTS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-CLIENTS
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-CLIENTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  ", CLNT-CODE, "  ",
                           CLNT-LEGAL-NAME, "  ",
                           CLNT-ACTIVE-FROM, "-", CLNT-ACTIVE-TO,
                           "  mgr ", FUNCTION TRIM(CLNT-ACCOUNT-MGR)
               END-READ
           END-PERFORM.
           DISPLAY "Clients listed: ", WS-LISTED-COUNT.
       END PROGRAM "CLIENTMT".
