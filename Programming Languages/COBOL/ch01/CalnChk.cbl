       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CALNCHK".
       AUTHOR.     ALAN GARCIA.
      *Shared business calendar service. Answers, from BIZCAL.DAT,
      *whether a date is a holiday or closed day for a site, the
      *first open day on or after a date, and how many business
      *days lie between two dates, so scheduling, the night run
      *and every aging report count days the same way. The aging
      *reports call once per item, so the calendar is read into
      *a table on the first call and kept for the run. With no
      *calendar on file every day is open.
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
       01 WS-LOADED-SW PIC X VALUE "N".
           88 CALENDAR-IS-LOADED VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-CALENDAR VALUE "Y" FALSE "N".
       01 SITE-ALL PIC X(20) VALUE "ALL".
       01 CALN-TABLE-MAX PIC 9(4) VALUE 1000.
       01 WS-CALN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CALN-TABLE.
           05 WS-CALN-ROW OCCURS 1000 TIMES.
               10 WS-CT-SITE PIC X(20).
               10 WS-CT-DATE PIC 9(8).
               10 WS-CT-REASON PIC X(30).
       01 WS-CX PIC 9(4).
       01 WS-DX PIC 9(4).
       01 WS-SITE PIC X(20).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-INT PIC 9(7).
       01 WS-FROM-INT PIC 9(7).
       01 WS-TO-INT PIC 9(7).
       01 WS-SPAN-DAYS PIC 9(7).
       01 WS-WEEKS PIC 9(7).
       01 WS-WEEKDAY PIC 9.
       01 WS-TRIES PIC 9(3).
       01 WS-COUNT PIC S9(7).
       01 WS-CLOSED-SW PIC X VALUE "N".
           88 DATE-IS-CLOSED VALUE "Y" FALSE "N".
       01 WS-DUPLICATE-SW PIC X VALUE "N".
           88 SITE-ROW-ALSO-HELD VALUE "Y" FALSE "N".

       LINKAGE SECTION.
           COPY "CALNREQ.cpy".

       PROCEDURE DIVISION USING CALN-REQUEST.
           0100-START-HERE.
           IF NOT CALENDAR-IS-LOADED
               PERFORM 0150-LOAD-CALENDAR
           END-IF.
           MOVE CALN-REQ-SITE TO WS-SITE.
           INSPECT WS-SITE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           SET CALN-REQ-DAY-IS-OPEN TO TRUE.
           MOVE SPACES TO CALN-REQ-REASON.
           MOVE ZERO TO CALN-REQ-DAY-COUNT.
           MOVE CALN-REQ-DATE TO CALN-REQ-RESULT-DATE.
           EVALUATE TRUE
               WHEN CALN-REQ-CHECK-DAY
                   MOVE CALN-REQ-DATE TO WS-CHECK-DATE
                   PERFORM 0200-CHECK-ONE-DATE
                   IF DATE-IS-CLOSED
                       SET CALN-REQ-DAY-IS-CLOSED TO TRUE
                   END-IF
               WHEN CALN-REQ-NEXT-OPEN
                   PERFORM 0300-FIND-NEXT-OPEN
               WHEN CALN-REQ-COUNT-DAYS
                   PERFORM 0400-COUNT-BUSINESS-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

           0150-LOAD-CALENDAR.
           SET CALENDAR-IS-LOADED TO TRUE.
           MOVE ZERO TO WS-CALN-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FS = "00"
               SET END-OF-CALENDAR TO FALSE
               PERFORM UNTIL END-OF-CALENDAR
                   READ CALENDAR-FILE NEXT RECORD
                       AT END
                           SET END-OF-CALENDAR TO TRUE
                       NOT AT END
                           IF WS-CALN-COUNT < CALN-TABLE-MAX
                               ADD 1 TO WS-CALN-COUNT
                               MOVE CALN-SITE
                                   TO WS-CT-SITE(WS-CALN-COUNT)
                               MOVE CALN-DATE
                                   TO WS-CT-DATE(WS-CALN-COUNT)
                               MOVE CALN-REASON
                                   TO WS-CT-REASON(WS-CALN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      *A site's own closure is reported ahead of a company-wide
      *one for the same day.
           0200-CHECK-ONE-DATE.
           SET DATE-IS-CLOSED TO FALSE.
           MOVE ZERO TO WS-CX.
           PERFORM UNTIL WS-CX >= WS-CALN-COUNT
               ADD 1 TO WS-CX
               IF WS-CT-DATE(WS-CX) = WS-CHECK-DATE
                   IF WS-SITE NOT = SPACES
                           AND WS-CT-SITE(WS-CX) = WS-SITE
                       SET DATE-IS-CLOSED TO TRUE
                       MOVE WS-CT-REASON(WS-CX) TO CALN-REQ-REASON
                   END-IF
                   IF WS-CT-SITE(WS-CX) = SITE-ALL
                           AND NOT DATE-IS-CLOSED
                       SET DATE-IS-CLOSED TO TRUE
                       MOVE WS-CT-REASON(WS-CX) TO CALN-REQ-REASON
                   END-IF
               END-IF
           END-PERFORM.

      *A year of closures back to back is not a calendar anyone
      *keeps; the search gives up after that and hands back the
      *date it was given.
           0300-FIND-NEXT-OPEN.
           MOVE CALN-REQ-DATE TO WS-CHECK-DATE.
           PERFORM 0200-CHECK-ONE-DATE.
           MOVE ZERO TO WS-TRIES.
           PERFORM UNTIL NOT DATE-IS-CLOSED OR WS-TRIES >= 366
               ADD 1 TO WS-TRIES
               COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1)
               PERFORM 0200-CHECK-ONE-DATE
           END-PERFORM.
           IF NOT DATE-IS-CLOSED
               MOVE WS-CHECK-DATE TO CALN-REQ-RESULT-DATE
           END-IF.

      *Whole weeks give five business days each and only the odd
      *days left over are looked at one by one; then every
      *closure on a weekday inside the span comes off. A day
      *closed both for the site and for ALL comes off once.
           0400-COUNT-BUSINESS-DAYS.
           IF CALN-REQ-TO-DATE > CALN-REQ-DATE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(CALN-REQ-DATE)
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(CALN-REQ-TO-DATE)
               COMPUTE WS-SPAN-DAYS = WS-TO-INT - WS-FROM-INT
               DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-WEEKS
               COMPUTE WS-COUNT = WS-WEEKS * 5
               COMPUTE WS-CHECK-INT = WS-FROM-INT + WS-WEEKS * 7
               PERFORM UNTIL WS-CHECK-INT >= WS-TO-INT
                   ADD 1 TO WS-CHECK-INT
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD(WS-CHECK-INT, 7)
                   IF WS-WEEKDAY >= 1 AND WS-WEEKDAY <= 5
                       ADD 1 TO WS-COUNT
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-CX
               PERFORM UNTIL WS-CX >= WS-CALN-COUNT
                   ADD 1 TO WS-CX
                   PERFORM 0450-TAKE-OFF-CLOSURE
               END-PERFORM
               IF WS-COUNT > ZERO
                   MOVE WS-COUNT TO CALN-REQ-DAY-COUNT
               END-IF
           END-IF.

           0450-TAKE-OFF-CLOSURE.
           IF WS-CT-SITE(WS-CX) = SITE-ALL
                   OR (WS-SITE NOT = SPACES
                       AND WS-CT-SITE(WS-CX) = WS-SITE)
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CT-DATE(WS-CX))
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CHECK-INT, 7)
               IF WS-CHECK-INT > WS-FROM-INT
                       AND WS-CHECK-INT <= WS-TO-INT
                       AND WS-WEEKDAY >= 1 AND WS-WEEKDAY <= 5
                   SET SITE-ROW-ALSO-HELD TO FALSE
                   IF WS-CT-SITE(WS-CX) = SITE-ALL
                           AND WS-SITE NOT = SPACES
                       PERFORM 0470-FIND-SITE-ROW
                   END-IF
                   IF NOT SITE-ROW-ALSO-HELD
                       SUBTRACT 1 FROM WS-COUNT
                   END-IF
               END-IF
           END-IF.

           0470-FIND-SITE-ROW.
           MOVE ZERO TO WS-DX.
           PERFORM UNTIL WS-DX >= WS-CALN-COUNT
                   OR SITE-ROW-ALSO-HELD
               ADD 1 TO WS-DX
               IF WS-CT-SITE(WS-DX) = WS-SITE
                       AND WS-CT-DATE(WS-DX) = WS-CT-DATE(WS-CX)
                   SET SITE-ROW-ALSO-HELD TO TRUE
               END-IF
           END-PERFORM.
       END PROGRAM "CALNCHK".
