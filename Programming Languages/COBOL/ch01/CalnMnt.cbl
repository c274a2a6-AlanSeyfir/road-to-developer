       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CALNMNT".
       AUTHOR.     ALAN GARCIA.
      *Business calendar maintenance (BIZCAL.DAT). Adds a holiday
      *or closed day for one site or for ALL sites, removes one
      *entered in error, or lists the calendar for a year. The
      *calendar is what appointment booking skips, what the night
      *run and day close stop expecting activity on, and what the
      *business-day aging leaves out. Changes need a supervisor
      *and are stamped with who made them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BIZCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALN-KEY
               FILE STATUS IS WS-CALENDAR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
           COPY "CALNREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 REMOVE-MODE-CHOSEN VALUE "R" "r".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-CALENDAR VALUE "Y" FALSE "N".
       01 WS-CONFIRM-CHOICE PIC X.
           88 CONFIRM-WANTED VALUE "Y" "y".
       01 WS-SITE-ENTRY PIC X(20).
       01 WS-DATE-ENTRY PIC 9(8).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-LIST-DATE PIC 9(8).
       01 WS-LIST-DATE-X REDEFINES WS-LIST-DATE.
           05 WS-LIST-YEAR PIC 9(4).
           05 FILLER PIC 9(4).
       01 WS-WEEKDAY PIC 9.
       01 WS-WEEKDAY-NAMES-VALUES PIC X(21)
           VALUE "SUNMONTUEWEDTHUFRISAT".
       01 WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAMES-VALUES.
           05 WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
           COPY "AUTHREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "BUSINESS CALENDAR".
           PERFORM 0110-GET-MODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0160-OPEN-CALENDAR-IO.
           IF LIST-MODE-CHOSEN
               PERFORM 0500-LIST-CALENDAR
           ELSE
               PERFORM 0150-VERIFY-SUPERVISOR
               IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                   IF ADD-MODE-CHOSEN
                       PERFORM 0200-ADD-CLOSED-DAY
                   ELSE
                       PERFORM 0400-REMOVE-CLOSED-DAY
                   END-IF
               ELSE
                   DISPLAY "An enabled supervisor ID is required. "
                       "Nothing was changed."
               END-IF
           END-IF.
           CLOSE CALENDAR-FILE.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd a closed day, (R)emove one, or (L)ist: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR REMOVE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, R or L."
               END-IF
           END-PERFORM.

           0150-VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID authorizing this change: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "CALNMNT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

           0160-OPEN-CALENDAR-IO.
           OPEN I-O CALENDAR-FILE.
           IF WS-CALENDAR-FS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.

      *Sites are held in upper case, the way the calendar service
      *matches them; blank means every site.
           0170-GET-SITE-AND-DATE.
           DISPLAY "Site (blank = ALL sites): ".
           MOVE SPACES TO WS-SITE-ENTRY.
           ACCEPT WS-SITE-ENTRY.
           IF WS-SITE-ENTRY = SPACES
               MOVE "ALL" TO WS-SITE-ENTRY
           END-IF.
           INSPECT WS-SITE-ENTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Date (YYYYMMDD): "
               ACCEPT WS-DATE-ENTRY
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY) = ZERO
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Not a valid date."
               END-IF
           END-PERFORM.
           MOVE WS-SITE-ENTRY TO CALN-SITE.
           MOVE WS-DATE-ENTRY TO CALN-DATE.

           0200-ADD-CLOSED-DAY.
           PERFORM 0170-GET-SITE-AND-DATE.
           DISPLAY "Reason (e.g. THANKSGIVING): ".
           ACCEPT CALN-REASON.
           MOVE WS-SUPERVISOR-ID TO CALN-ADDED-BY.
           MOVE WS-TODAY-DATE TO CALN-ADDED-DATE.
           WRITE CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "That day is already closed for ",
                       FUNCTION TRIM(WS-SITE-ENTRY), "."
           END-WRITE.
           IF WS-CALENDAR-FS = "00"
               DISPLAY WS-DATE-ENTRY, " closed for ",
                   FUNCTION TRIM(WS-SITE-ENTRY), "."
           END-IF.

           0400-REMOVE-CLOSED-DAY.
           PERFORM 0170-GET-SITE-AND-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "That day is not on the calendar for ",
                       FUNCTION TRIM(WS-SITE-ENTRY), "."
               NOT INVALID KEY
                   PERFORM 0550-SHOW-CLOSED-DAY
                   DISPLAY "Remove this closed day (Y/N)? "
                   ACCEPT WS-CONFIRM-CHOICE
                   IF CONFIRM-WANTED
                       DELETE CALENDAR-FILE RECORD
                       IF WS-CALENDAR-FS = "00"
                           DISPLAY "Closed day removed."
                       ELSE
                           DISPLAY "Could not remove, status: ",
                               WS-CALENDAR-FS
                           MOVE "0400-REMOVE-CLOSED-DAY"
                               TO ERRL-REQ-PARAGRAPH
                           MOVE "BIZCAL.DAT" TO ERRL-REQ-FILE-NAME
                           MOVE WS-CALENDAR-FS TO ERRL-REQ-STATUS
                           MOVE CALN-KEY TO ERRL-REQ-KEY-VALUE
                           SET ERRL-REQ-ERROR TO TRUE
                           PERFORM 0999-LOG-FILE-ERROR
                       END-IF
                   ELSE
                       DISPLAY "Nothing was changed."
                   END-IF
           END-READ.

      *The file is keyed site first, so a year is picked out of
      *each site's rows as they pass.
           0500-LIST-CALENDAR.
           DISPLAY "Year to list (YYYY): ".
           ACCEPT WS-YEAR-ENTRY.
           MOVE LOW-VALUES TO CALN-KEY.
           START CALENDAR-FILE KEY >= CALN-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-CALENDAR TO FALSE.
           IF WS-CALENDAR-FS NOT = "00"
               SET END-OF-CALENDAR TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-CALENDAR
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       MOVE CALN-DATE TO WS-LIST-DATE
                       IF WS-LIST-YEAR = WS-YEAR-ENTRY
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 0550-SHOW-CLOSED-DAY
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Closed days listed: ", WS-LISTED-COUNT.

           0550-SHOW-CLOSED-DAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(CALN-DATE), 7) + 1.
           DISPLAY "  ", CALN-SITE, "  ", CALN-DATE, " ",
               WS-WEEKDAY-NAME(WS-WEEKDAY), "  ", CALN-REASON,
               "  BY ", CALN-ADDED-BY, " ", CALN-ADDED-DATE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "CALNMNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CALNMNT".
