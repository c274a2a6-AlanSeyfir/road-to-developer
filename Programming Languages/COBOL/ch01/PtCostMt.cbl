       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PTCOSTMT".
       AUTHOR.     ALAN GARCIA.
      *Points cost maintenance: the cost per wellness point that
      *the month-end liability valuation applies, one row per
      *client plus the *** house default. Add a row, change one,
      *or list the table.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINT-COST-FILE ASSIGN TO "PTCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTC-CLIENT-CODE
               FILE STATUS IS WS-COST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD POINT-COST-FILE.
           COPY "PTCSTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-COST-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-COSTS VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-COST-DISP PIC 9.9999.
       01 WS-SUPERVISOR-ID PIC X(8).
           COPY "AUTHREQ.cpy".
           COPY "CLNTREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           PERFORM 0110-GET-MODE.
           IF NOT LIST-MODE-CHOSEN
               PERFORM 0120-VERIFY-SUPERVISOR
           END-IF.
           IF LIST-MODE-CHOSEN
               OR (AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR)
               PERFORM 0150-OPEN-COST-IO
               EVALUATE TRUE
                   WHEN ADD-MODE-CHOSEN
                       PERFORM 0200-ADD-COST
                   WHEN CHANGE-MODE-CHOSEN
                       PERFORM 0300-CHANGE-COST
                   WHEN OTHER
                       PERFORM 0400-LIST-COSTS
               END-EVALUATE
               CLOSE POINT-COST-FILE
           ELSE
               DISPLAY "An enabled supervisor ID is required. "
                   "No changes made."
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd point cost, (C)hange point cost, "
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
           MOVE "PTCOSTMT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

           0150-OPEN-COST-IO.
           OPEN I-O POINT-COST-FILE.
           IF WS-COST-FS = "35"
               OPEN OUTPUT POINT-COST-FILE
               CLOSE POINT-COST-FILE
               OPEN I-O POINT-COST-FILE
           END-IF.

      *A client's own cost must name a client on file; *** is the
      *default and needs no client behind it.
           0200-ADD-COST.
           DISPLAY "Client code (*** for the default): ".
           ACCEPT WS-CLIENT-ENTRY.
           SET ENTRY-IS-VALID TO TRUE.
           IF WS-CLIENT-ENTRY NOT = "***"
               MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE
               MOVE ZERO TO CLNT-REQ-AS-OF
               CALL "CLNTCHK" USING CLNT-REQUEST
               IF CLNT-REQ-NOT-ON-FILE
                   DISPLAY "Client ", WS-CLIENT-ENTRY,
                       " is not on file. No changes made."
                   SET ENTRY-IS-VALID TO FALSE
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               MOVE WS-CLIENT-ENTRY TO PTC-CLIENT-CODE
               PERFORM 0250-CAPTURE-FIELDS
               WRITE POINT-COST-RECORD
                   INVALID KEY
                       DISPLAY "A cost for ", WS-CLIENT-ENTRY,
                           " already exists."
               END-WRITE
               IF WS-COST-FS = "00"
                   DISPLAY "Point cost for ", PTC-CLIENT-CODE,
                       " added."
               END-IF
           END-IF.

           0250-CAPTURE-FIELDS.
           DISPLAY "Cost per point (dollars, e.g. 0.0100): ".
           ACCEPT PTC-COST-PER-POINT.
           ACCEPT PTC-SET-DATE FROM DATE YYYYMMDD.

           0300-CHANGE-COST.
           DISPLAY "Client code (*** for the default): ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO PTC-CLIENT-CODE.
           READ POINT-COST-FILE
               INVALID KEY
                   DISPLAY "No cost on file for: ", WS-CLIENT-ENTRY
               NOT INVALID KEY
                   MOVE PTC-COST-PER-POINT TO WS-COST-DISP
                   DISPLAY "Currently: ", WS-COST-DISP,
                       "  set ", PTC-SET-DATE
                   PERFORM 0250-CAPTURE-FIELDS
                   REWRITE POINT-COST-RECORD
                   DISPLAY "Point cost for ", PTC-CLIENT-CODE,
                       " updated."
           END-READ.

           0400-LIST-COSTS.
           MOVE LOW-VALUES TO PTC-CLIENT-CODE.
           START POINT-COST-FILE KEY >= PTC-CLIENT-CODE
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-COSTS TO FALSE.
           IF WS-COST-FS NOT = "00"
               SET END-OF-COSTS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-COSTS
               READ POINT-COST-FILE NEXT RECORD
                   AT END
                       SET END-OF-COSTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE PTC-COST-PER-POINT TO WS-COST-DISP
                       DISPLAY "  ", PTC-CLIENT-CODE, "  ",
                           WS-COST-DISP, "  set ", PTC-SET-DATE
               END-READ
           END-PERFORM.
           DISPLAY "Point costs listed: ", WS-LISTED-COUNT.
       END PROGRAM "PTCOSTMT".
