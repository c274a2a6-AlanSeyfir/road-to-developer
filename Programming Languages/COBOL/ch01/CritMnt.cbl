       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CRITMNT".
       AUTHOR.     ALAN GARCIA.
      *Critical-value limit maintenance: the systolic, diastolic
      *and finger-stick glucose limits at which the screening
      *station stops for a nurse escalation. Listing is open to
      *anyone; adding or changing a limit changes the clinical
      *protocol and needs a supervisor ID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRITICAL-VALUE-FILE ASSIGN TO "CRITVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRIT-ANALYTE
               FILE STATUS IS WS-CRIT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CRITICAL-VALUE-FILE.
           COPY "CRITREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CRIT-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-LIMITS VALUE "Y" FALSE "N".
       01 WS-ANALYTE-ENTRY PIC X.
           88 ANALYTE-ENTRY-SYSTOLIC VALUE "S" "s".
           88 ANALYTE-ENTRY-DIASTOLIC VALUE "D" "d".
           88 ANALYTE-ENTRY-GLUCOSE VALUE "G" "g".
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
           COPY "AUTHREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "CRITICAL-VALUE LIMITS".
           PERFORM 0110-GET-MODE.
           IF LIST-MODE-CHOSEN
               OPEN INPUT CRITICAL-VALUE-FILE
               IF WS-CRIT-FS = "00"
                   PERFORM 0400-LIST-LIMITS
                   CLOSE CRITICAL-VALUE-FILE
               ELSE
                   DISPLAY "No limits on file - the station uses "
                       "180/120 and glucose 400."
               END-IF
           ELSE
               DISPLAY "Supervisor ID authorizing this: "
               ACCEPT WS-SUPERVISOR-ID
               SET AUTH-VERIFY-ONLY TO TRUE
               MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID
               MOVE "CRITMNT" TO AUTH-STATION-ID
               CALL "OPERAUTH" USING AUTH-REQUEST
               IF AUTH-REFUSED OR NOT AUTH-ROLE-SUPERVISOR
                   DISPLAY "An enabled supervisor ID is required. "
                       "No changes made."
               ELSE
                   PERFORM 0150-OPEN-LIMIT-IO
                   IF ADD-MODE-CHOSEN
                       PERFORM 0200-ADD-LIMIT
                   ELSE
                       PERFORM 0300-CHANGE-LIMIT
                   END-IF
                   CLOSE CRITICAL-VALUE-FILE
               END-IF
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd a limit, (C)hange a limit, or "
                   "(L)ist: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR CHANGE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, C or L."
               END-IF
           END-PERFORM.

           0150-OPEN-LIMIT-IO.
           OPEN I-O CRITICAL-VALUE-FILE.
           IF WS-CRIT-FS = "35"
               OPEN OUTPUT CRITICAL-VALUE-FILE
               CLOSE CRITICAL-VALUE-FILE
               OPEN I-O CRITICAL-VALUE-FILE
           END-IF.

           0160-GET-ANALYTE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Reading - (S)ystolic, (D)iastolic, or "
                   "(G)lucose: "
               ACCEPT WS-ANALYTE-ENTRY
               EVALUATE TRUE
                   WHEN ANALYTE-ENTRY-SYSTOLIC
                       SET CRIT-IS-SYSTOLIC TO TRUE
                   WHEN ANALYTE-ENTRY-DIASTOLIC
                       SET CRIT-IS-DIASTOLIC TO TRUE
                   WHEN ANALYTE-ENTRY-GLUCOSE
                       SET CRIT-IS-GLUCOSE TO TRUE
                   WHEN OTHER
                       MOVE SPACES TO CRIT-ANALYTE
               END-EVALUATE
               IF CRIT-ANALYTE-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter S, D or G."
               END-IF
           END-PERFORM.

           0200-ADD-LIMIT.
           PERFORM 0160-GET-ANALYTE.
           PERFORM 0250-CAPTURE-FIELDS.
           WRITE CRITICAL-VALUE-RECORD
               INVALID KEY
                   DISPLAY "A limit for ", CRIT-ANALYTE,
                       " already exists - use (C)hange."
           END-WRITE.
           IF WS-CRIT-FS = "00"
               DISPLAY "Limit for ", CRIT-ANALYTE, " added."
           END-IF.

      *A zero high limit would stop the station on every reading,
      *so one is demanded; the low limit is optional.
           0250-CAPTURE-FIELDS.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Critical at or above: "
               ACCEPT CRIT-HIGH-LIMIT
               IF CRIT-HIGH-LIMIT > ZERO
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "A high limit is required."
               END-IF
           END-PERFORM.
           DISPLAY "Critical at or below (zero for none): ".
           ACCEPT CRIT-LOW-LIMIT.
           DISPLAY "Protocol reference: ".
           ACCEPT CRIT-NOTE.
           ACCEPT CRIT-SET-DATE FROM DATE YYYYMMDD.

           0300-CHANGE-LIMIT.
           PERFORM 0160-GET-ANALYTE.
           READ CRITICAL-VALUE-FILE
               INVALID KEY
                   DISPLAY "No limit on file for ", CRIT-ANALYTE
               NOT INVALID KEY
                   DISPLAY "Currently: high ", CRIT-HIGH-LIMIT,
                       "  low ", CRIT-LOW-LIMIT, "  set ",
                       CRIT-SET-DATE, "  ", CRIT-NOTE
                   PERFORM 0250-CAPTURE-FIELDS
                   REWRITE CRITICAL-VALUE-RECORD
                   DISPLAY "Limit for ", CRIT-ANALYTE, " updated."
           END-READ.

           0400-LIST-LIMITS.
           SET END-OF-LIMITS TO FALSE.
           PERFORM UNTIL END-OF-LIMITS
               READ CRITICAL-VALUE-FILE NEXT RECORD
                   AT END
                       SET END-OF-LIMITS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  ", CRIT-ANALYTE,
                           "  high ", CRIT-HIGH-LIMIT,
                           "  low ", CRIT-LOW-LIMIT,
                           "  set ", CRIT-SET-DATE, "  ", CRIT-NOTE
               END-READ
           END-PERFORM.
           DISPLAY "Limits listed: ", WS-LISTED-COUNT.
       END PROGRAM "CRITMNT".
