       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PCRULMNT".
       AUTHOR.     ALAN GARCIA.
      *Preventive-care credit rules. Records which preventive
      *services - annual physical, dental cleaning, the cancer
      *screenings - each client gives credit for and the points a
      *verified attestation earns, closes a rule the sponsor
      *drops, or lists the table. Changes need a supervisor and
      *are stamped with who made them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVCARE-RULE-FILE ASSIGN TO "PCRULES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCRL-KEY
               FILE STATUS IS WS-RULE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PREVCARE-RULE-FILE.
           COPY "PCRULREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RULE-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CLOSE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-RULES VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-SERVICE-ENTRY PIC X(4).
       01 WS-TO-ENTRY PIC 9(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SVC-SUB PIC 9.
       01 WS-SVC-FOUND-SW PIC X.
           88 SERVICE-IS-KNOWN VALUE "Y" FALSE "N".
           COPY "AUTHREQ.cpy".
           COPY "CLNTREQ.cpy".
           COPY "PCSVCTBL.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PREVENTIVE-CARE CREDIT RULES".
           PERFORM 0110-GET-MODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0160-OPEN-RULE-IO.
           IF LIST-MODE-CHOSEN
               PERFORM 0500-LIST-RULES
           ELSE
               PERFORM 0150-VERIFY-SUPERVISOR
               IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                   IF ADD-MODE-CHOSEN
                       PERFORM 0200-ADD-RULE
                   ELSE
                       PERFORM 0300-CLOSE-RULE
                   END-IF
               ELSE
                   DISPLAY "An enabled supervisor ID is required. "
                       "Nothing was changed."
               END-IF
           END-IF.
           CLOSE PREVCARE-RULE-FILE.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd or change a rule, (C)lose a rule, or "
                   "(L)ist: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR CLOSE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, C or L."
               END-IF
           END-PERFORM.

           0150-VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID authorizing this change: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "PCRULMNT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

           0160-OPEN-RULE-IO.
           OPEN I-O PREVCARE-RULE-FILE.
           IF WS-RULE-FS = "35"
               OPEN OUTPUT PREVCARE-RULE-FILE
               CLOSE PREVCARE-RULE-FILE
               OPEN I-O PREVCARE-RULE-FILE
           END-IF.

      *Only services on the preventive table can be credited -
      *anything else could never be attested at the desk.
           0170-GET-SERVICE.
           SET SERVICE-IS-KNOWN TO FALSE.
           PERFORM UNTIL SERVICE-IS-KNOWN
               DISPLAY "Service (PHYS, DENT, MAMM, CERV, COLO): "
               ACCEPT WS-SERVICE-ENTRY
               MOVE 1 TO WS-SVC-SUB
               PERFORM UNTIL WS-SVC-SUB > PREVCARE-TABLE-SIZE
                       OR SERVICE-IS-KNOWN
                   IF PREVCARE-TBL-CODE(WS-SVC-SUB)
                           = WS-SERVICE-ENTRY
                       SET SERVICE-IS-KNOWN TO TRUE
                   ELSE
                       ADD 1 TO WS-SVC-SUB
                   END-IF
               END-PERFORM
               IF NOT SERVICE-IS-KNOWN
                   DISPLAY "Not a preventive service code."
               END-IF
           END-PERFORM.

           0200-ADD-RULE.
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF NOT CLNT-REQ-ACCEPTED
               DISPLAY "Client ", WS-CLIENT-ENTRY, " is not on file "
                   "or not active. No rule added."
           ELSE
               PERFORM 0170-GET-SERVICE
               PERFORM 0210-ADD-RULE-ROW
           END-IF.

      *A rule already on file is replaced in place, so changing a
      *client's points is the same keying as adding the rule.
           0210-ADD-RULE-ROW.
           MOVE WS-CLIENT-ENTRY TO PCRL-CLIENT-CODE.
           MOVE WS-SERVICE-ENTRY TO PCRL-SERVICE.
           READ PREVCARE-RULE-FILE
               INVALID KEY
                   SET ENTRY-IS-VALID TO FALSE
               NOT INVALID KEY
                   SET ENTRY-IS-VALID TO TRUE
                   DISPLAY "Currently ", PCRL-POINTS, " points, "
                       "active ", PCRL-ACTIVE-FROM, " to ",
                       PCRL-ACTIVE-TO
           END-READ.
           MOVE WS-CLIENT-ENTRY TO PCRL-CLIENT-CODE.
           MOVE WS-SERVICE-ENTRY TO PCRL-SERVICE.
           DISPLAY "Points for a verified attestation: ".
           ACCEPT PCRL-POINTS.
           DISPLAY "Active from (YYYYMMDD, 0 for today): ".
           ACCEPT PCRL-ACTIVE-FROM.
           IF PCRL-ACTIVE-FROM = ZERO
               MOVE WS-TODAY-DATE TO PCRL-ACTIVE-FROM
           END-IF.
           DISPLAY "Active to (YYYYMMDD, 0 for open-ended): ".
           ACCEPT PCRL-ACTIVE-TO.
           MOVE WS-SUPERVISOR-ID TO PCRL-CHANGED-BY.
           MOVE WS-TODAY-DATE TO PCRL-CHANGED-DATE.
           IF ENTRY-IS-VALID
               REWRITE PREVCARE-RULE-RECORD
           ELSE
               WRITE PREVCARE-RULE-RECORD
           END-IF.
           IF WS-RULE-FS = "00"
               DISPLAY "Rule ", PCRL-CLIENT-CODE, " ", PCRL-SERVICE,
                   " recorded."
           ELSE
               DISPLAY "Could not record the rule, status: ",
                   WS-RULE-FS
               MOVE "0210-ADD-RULE-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE "PCRULES.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RULE-FS TO ERRL-REQ-STATUS
               MOVE PCRL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *A closed rule stays on file; attestations verified while it
      *was active keep the points they earned.
           0300-CLOSE-RULE.
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           PERFORM 0170-GET-SERVICE.
           MOVE WS-CLIENT-ENTRY TO PCRL-CLIENT-CODE.
           MOVE WS-SERVICE-ENTRY TO PCRL-SERVICE.
           READ PREVCARE-RULE-FILE
               INVALID KEY
                   DISPLAY "No rule for ", WS-CLIENT-ENTRY, " ",
                       WS-SERVICE-ENTRY
               NOT INVALID KEY
                   DISPLAY "Close effective (YYYYMMDD): "
                   ACCEPT WS-TO-ENTRY
                   MOVE WS-TO-ENTRY TO PCRL-ACTIVE-TO
                   MOVE WS-SUPERVISOR-ID TO PCRL-CHANGED-BY
                   MOVE WS-TODAY-DATE TO PCRL-CHANGED-DATE
                   REWRITE PREVCARE-RULE-RECORD
                   DISPLAY "Rule closed as of ", PCRL-ACTIVE-TO
           END-READ.

           0500-LIST-RULES.
           MOVE LOW-VALUES TO PCRL-KEY.
           START PREVCARE-RULE-FILE KEY >= PCRL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-RULES TO FALSE.
           IF WS-RULE-FS NOT = "00"
               SET END-OF-RULES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-RULES
               READ PREVCARE-RULE-FILE NEXT RECORD
                   AT END
                       SET END-OF-RULES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  ", PCRL-CLIENT-CODE, " ",
                           PCRL-SERVICE, "  ", PCRL-POINTS,
                           " PTS  ", PCRL-ACTIVE-FROM, "-",
                           PCRL-ACTIVE-TO, "  BY ", PCRL-CHANGED-BY,
                           " ", PCRL-CHANGED-DATE
               END-READ
           END-PERFORM.
           DISPLAY "Rules listed: ", WS-LISTED-COUNT.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PCRULMNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PCRULMNT".
