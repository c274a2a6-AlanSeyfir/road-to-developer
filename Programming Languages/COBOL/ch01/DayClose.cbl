      *the station, the void function and suspense release all
      *refuse postings dated to it, so a signed day can never be
      *quietly un-balanced. The reopen - itself supervisor-only
      *and logged - is the only way back in. The outstanding
      *inquiry lists business dates in a range still waiting to
      *be closed; weekends and company-wide holidays on the
      *business calendar have no activity and are left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 CLOSE-MODE-CHOSEN VALUE "C" "c".
           88 REOPEN-MODE-CHOSEN VALUE "R" "r".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
           88 OUTSTANDING-MODE-CHOSEN VALUE "O" "o".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-ACTION-TEXT PIC X(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-CHECK-INT PIC 9(7).
       01 WS-TO-INT PIC 9(7).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-WEEKDAY PIC 9.
       01 WS-DAYC-OPEN-SW PIC X VALUE "N".
           88 DAYC-IS-OPEN VALUE "Y" FALSE "N".
           COPY "CALNREQ.cpy".
           COPY "AUTHREQ.cpy".
           COPY "OVRDREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "BUSINESS DAY CLOSE".
           PERFORM 0110-GET-MODE.
           EVALUATE TRUE
               WHEN LIST-MODE-CHOSEN
                   PERFORM 0500-LIST-DATES
               WHEN OUTSTANDING-MODE-CHOSEN
                   PERFORM 0600-LIST-OUTSTANDING
               WHEN OTHER
                   PERFORM 0150-VERIFY-AND-APPLY
           END-EVALUATE.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(C)lose a date, (R)eopen a date, (L)ist, "
                   "or (O)utstanding dates: "
               ACCEPT WS-MODE-CHOICE
               IF CLOSE-MODE-CHOSEN OR REOPEN-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN OR OUTSTANDING-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter C, R, L or O."
               END-IF
           END-PERFORM.

           0150-VERIFY-AND-APPLY.
           DISPLAY "Supervisor ID authorizing this: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "DAYCLOSE" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-REFUSED OR NOT AUTH-ROLE-SUPERVISOR
               DISPLAY "An enabled supervisor ID is required. "
                   "No changes made."
           ELSE
               PERFORM 0200-APPLY-ACTION
           END-IF.

           0200-APPLY-ACTION.
           DISPLAY "Business date (YYYYMMDD): ".
           ACCEPT WS-DATE-ENTRY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF CLOSE-MODE-CHOSEN
               SET CALN-REQ-CHECK-DAY TO TRUE
               MOVE SPACES TO CALN-REQ-SITE
               MOVE WS-DATE-ENTRY TO CALN-REQ-DATE
               CALL "CALNCHK" USING CALN-REQUEST
               IF CALN-REQ-DAY-IS-CLOSED
                   DISPLAY "Note: ", WS-DATE-ENTRY, " is a business "
                       "holiday (", FUNCTION TRIM(CALN-REQ-REASON),
                       ") - no activity is expected."
               END-IF
           END-IF.
           OPEN I-O DAY-CLOSE-FILE.
           IF WS-DAYC-FS = "35"
               OPEN OUTPUT DAY-CLOSE-FILE
               DISPLAY "Business date ", WS-DATE-ENTRY, " ",
                   FUNCTION TRIM(WS-ACTION-TEXT), "."
               PERFORM 0300-LOG-ACTION
               IF REOPEN-MODE-CHOSEN
                   MOVE "DAYOPEN" TO OVRD-REQ-FUNCTION
                   MOVE WS-SUPERVISOR-ID TO OVRD-REQ-SUPERVISOR-ID
                   MOVE SPACES TO OVRD-REQ-RECORD-KEY
                   STRING "BUSINESS DATE " WS-DATE-ENTRY
                       DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
                   PERFORM 0970-LOG-OVERRIDE
               END-IF
           ELSE
               DISPLAY "Could not update day close, status: ",
                   WS-DAYC-FS
               MOVE "0200-APPLY-ACTION" TO ERRL-REQ-PARAGRAPH
               MOVE "DAYCLOSE.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DAYC-FS TO ERRL-REQ-STATUS
               MOVE DAYC-DATE TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           CLOSE DAY-CLOSE-FILE.

           IF WS-DAYC-FS NOT = "00"
               DISPLAY "No day-close file on hand, status: ",
                   WS-DAYC-FS
               MOVE "0500-LIST-DATES" TO ERRL-REQ-PARAGRAPH
               MOVE "DAYCLOSE.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DAYC-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-DATES TO FALSE
               PERFORM UNTIL END-OF-DATES
               CLOSE DAY-CLOSE-FILE
               DISPLAY "Dates listed: ", WS-LISTED-COUNT
           END-IF.

      *Finance closes weekdays only, so Saturday and Sunday are
      *not outstanding, and neither is a company-wide holiday.
           0600-LIST-OUTSTANDING.
           DISPLAY "From business date (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "To business date (YYYYMMDD): ".
           ACCEPT WS-TO-DATE.
           OPEN INPUT DAY-CLOSE-FILE.
           SET DAYC-IS-OPEN TO FALSE.
           IF WS-DAYC-FS = "00"
               SET DAYC-IS-OPEN TO TRUE
           END-IF.
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           PERFORM UNTIL WS-CHECK-INT > WS-TO-INT
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CHECK-INT, 7)
               IF WS-WEEKDAY >= 1 AND WS-WEEKDAY <= 5
                   COMPUTE WS-CHECK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
                   PERFORM 0650-CHECK-ONE-OUTSTANDING
               END-IF
               ADD 1 TO WS-CHECK-INT
           END-PERFORM.
           IF DAYC-IS-OPEN
               CLOSE DAY-CLOSE-FILE
           END-IF.
           DISPLAY "Dates still to close: ", WS-LISTED-COUNT.

           0650-CHECK-ONE-OUTSTANDING.
           SET CALN-REQ-CHECK-DAY TO TRUE.
           MOVE SPACES TO CALN-REQ-SITE.
           MOVE WS-CHECK-DATE TO CALN-REQ-DATE.
           CALL "CALNCHK" USING CALN-REQUEST.
           IF CALN-REQ-DAY-IS-OPEN
               SET DAYC-IS-REOPENED TO TRUE
               IF DAYC-IS-OPEN
                   MOVE WS-CHECK-DATE TO DAYC-DATE
                   READ DAY-CLOSE-FILE
                       INVALID KEY
                           SET DAYC-IS-REOPENED TO TRUE
                   END-READ
               END-IF
               IF NOT DAYC-IS-CLOSED
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY "  ", WS-CHECK-DATE, "  NOT CLOSED"
               END-IF
           END-IF.

      *The reason given is kept with the override on the shared
      *register compliance reviews each week.
           0970-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           MOVE "DAYCLOSE" TO OVRD-REQ-PROGRAM.
           MOVE "DAYCLOSE" TO OVRD-REQ-STATION-ID.
           CALL "OVRDLOG" USING OVRD-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "DAYCLOSE" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "DAYCLOSE".
