       IDENTIFICATION DIVISION.
       PROGRAM-ID. "KITPACK".
       AUTHOR.     ALAN GARCIA.
      *Event supply kit pack list. For every event on EVENTS.DAT in
      *the days ahead, each screening supply is sized from the
      *sponsor's head-count commitment - one finger-stick and one
      *blood pressure per head, plus a spare margin - and set
      *against the stock that will still be in date on the event
      *day. A kit the stock cannot fill is flagged SHORT, and the
      *closing totals show what all the listed events need
      *together, so the second event is not the one that runs out.
      *Return code 4 when anything is short.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-CODE
               FILE STATUS IS WS-EVENT-FS.
           SELECT SUPPLY-FILE ASSIGN TO "SUPPLY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPL-KEY
               FILE STATUS IS WS-SUPPLY-FS.
           SELECT PACK-LIST-FILE ASSIGN TO "KITPACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
           COPY "EVENTREC.cpy".

       FD SUPPLY-FILE.
           COPY "SUPLREC.cpy".

       FD PACK-LIST-FILE.
       01 PACK-LIST-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-FS PIC XX.
       01 WS-SUPPLY-FS PIC XX.
       01 WS-PACK-FS PIC XX.
       01 WS-SUPPLY-OPEN-SW PIC X VALUE "N".
           88 SUPPLY-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-EVENTS VALUE "Y" FALSE "N".
       01 WS-LOT-EOF-SW PIC X VALUE "N".
           88 END-OF-ITEM-LOTS VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
      *Spare kept in every kit for spoiled sticks and re-takes.
       01 KIT-SPARE-PCT PIC 99 VALUE 10.
       01 DEFAULT-DAYS-AHEAD PIC 999 VALUE 14.
       01 WS-DAYS-ENTRY PIC 999.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LAST-DATE PIC 9(8).
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-SX PIC 9.
       01 WS-KIT-QTY PIC 9(6).
       01 WS-USABLE-QTY PIC 9(6).
       01 WS-ITEM-FLAG PIC X(5).
       01 WS-EVENT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SHORT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-TABLE.
           05 WS-TOTAL-NEEDED PIC 9(7) OCCURS 4 TIMES.
           COPY "SUPITBL.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "EVENT SUPPLY KIT PACK LIST".
           DISPLAY "Days ahead to plan (0 = ", DEFAULT-DAYS-AHEAD,
               "): ".
           ACCEPT WS-DAYS-ENTRY.
           IF WS-DAYS-ENTRY = ZERO
               MOVE DEFAULT-DAYS-AHEAD TO WS-DAYS-ENTRY
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-DAYS-ENTRY).
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FS NOT = "00"
               DISPLAY "Cannot open EVENTS.DAT, status: ",
                   WS-EVENT-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SUPPLY-FILE.
           IF WS-SUPPLY-FS = "00"
               SET SUPPLY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "No supply stock on file - every kit will "
                   "show short."
           END-IF.
           MOVE ZEROS TO WS-TOTAL-TABLE.
           OPEN OUTPUT PACK-LIST-FILE.
           MOVE SPACES TO PACK-LIST-LINE.
           STRING "SUPPLY KIT PACK LIST FOR EVENTS " WS-TODAY-DATE
               " THROUGH " WS-LAST-DATE
               DELIMITED BY SIZE INTO PACK-LIST-LINE.
           WRITE PACK-LIST-LINE.
           SET END-OF-EVENTS TO FALSE.
           PERFORM UNTIL END-OF-EVENTS
               READ EVENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-EVENTS TO TRUE
                   NOT AT END
                       IF EVENT-DATE >= WS-TODAY-DATE
                               AND EVENT-DATE <= WS-LAST-DATE
                           PERFORM 0200-PACK-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0400-WRITE-TOTALS.
           CLOSE EVENT-FILE.
           IF SUPPLY-IS-OPEN
               CLOSE SUPPLY-FILE
           END-IF.
           CLOSE PACK-LIST-FILE.
           DISPLAY "Events planned: ", WS-EVENT-COUNT,
               "  short items: ", WS-SHORT-COUNT.
           DISPLAY "Pack list KITPACK.RPT.".
           IF WS-SHORT-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *An event with no head-count commitment cannot be sized; it
      *is listed so the planner asks the sponsor.
           0200-PACK-ONE-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE SPACES TO PACK-LIST-LINE.
           WRITE PACK-LIST-LINE.
           MOVE SPACES TO PACK-LIST-LINE.
           STRING "EVENT " EVENT-CODE " " EVENT-DATE " "
               EVENT-LOCATION " " EVENT-SPONSOR
               " HEADCOUNT " EVENT-HEADCOUNT-COMMIT
               DELIMITED BY SIZE INTO PACK-LIST-LINE.
           WRITE PACK-LIST-LINE.
           IF EVENT-HEADCOUNT-COMMIT = ZERO
               MOVE SPACES TO PACK-LIST-LINE
               STRING "  NO HEAD-COUNT COMMITMENT - KIT NOT SIZED"
                   DELIMITED BY SIZE INTO PACK-LIST-LINE
               WRITE PACK-LIST-LINE
           ELSE
               MOVE SPACES TO PACK-LIST-LINE
               STRING "  ITEM NAME                  PACK  IN DATE"
                   DELIMITED BY SIZE INTO PACK-LIST-LINE
               WRITE PACK-LIST-LINE
               MOVE EVENT-DATE TO WS-AS-OF-DATE
               MOVE ZERO TO WS-SX
               PERFORM UNTIL WS-SX >= SUPPLY-ITEM-TABLE-SIZE
                   ADD 1 TO WS-SX
                   PERFORM 0250-PACK-ONE-ITEM
               END-PERFORM
           END-IF.

           0250-PACK-ONE-ITEM.
           COMPUTE WS-KIT-QTY =
               EVENT-HEADCOUNT-COMMIT * SUPI-PER-CAPTURE(WS-SX)
               + (EVENT-HEADCOUNT-COMMIT * SUPI-PER-CAPTURE(WS-SX)
                   * KIT-SPARE-PCT + 99) / 100.
           ADD WS-KIT-QTY TO WS-TOTAL-NEEDED(WS-SX).
           PERFORM 0300-COUNT-USABLE-STOCK.
           IF WS-USABLE-QTY < WS-KIT-QTY
               MOVE "SHORT" TO WS-ITEM-FLAG
               ADD 1 TO WS-SHORT-COUNT
           ELSE
               MOVE SPACES TO WS-ITEM-FLAG
           END-IF.
           MOVE SPACES TO PACK-LIST-LINE.
           STRING "  " SUPI-ITEM-CODE(WS-SX) " "
               SUPI-ITEM-NAME(WS-SX) " " WS-KIT-QTY " "
               WS-USABLE-QTY " " WS-ITEM-FLAG
               DELIMITED BY SIZE INTO PACK-LIST-LINE.
           WRITE PACK-LIST-LINE.

      *Stock counts when it is on hand at any location and will
      *not have expired by the as-of date.
           0300-COUNT-USABLE-STOCK.
           MOVE ZERO TO WS-USABLE-QTY.
           SET END-OF-ITEM-LOTS TO TRUE.
           IF SUPPLY-IS-OPEN
               MOVE SUPI-ITEM-CODE(WS-SX) TO SUPL-ITEM-CODE
               MOVE LOW-VALUES TO SUPL-LOCATION
               MOVE LOW-VALUES TO SUPL-LOT-NUMBER
               START SUPPLY-FILE KEY >= SUPL-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-SUPPLY-FS = "00"
                   SET END-OF-ITEM-LOTS TO FALSE
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-ITEM-LOTS
               READ SUPPLY-FILE NEXT RECORD
                   AT END
                       SET END-OF-ITEM-LOTS TO TRUE
                   NOT AT END
                       IF SUPL-ITEM-CODE NOT = SUPI-ITEM-CODE(WS-SX)
                           SET END-OF-ITEM-LOTS TO TRUE
                       ELSE
                           IF SUPL-EXPIRY-DATE = ZERO
                                   OR SUPL-EXPIRY-DATE
                                       >= WS-AS-OF-DATE
                               ADD SUPL-ON-HAND TO WS-USABLE-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *All the listed events together against the stock in date
      *today - one warehouse fills every kit.
           0400-WRITE-TOTALS.
           MOVE SPACES TO PACK-LIST-LINE.
           WRITE PACK-LIST-LINE.
           MOVE SPACES TO PACK-LIST-LINE.
           STRING "ALL LISTED EVENTS: " WS-EVENT-COUNT
               DELIMITED BY SIZE INTO PACK-LIST-LINE.
           WRITE PACK-LIST-LINE.
           MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.
           MOVE ZERO TO WS-SX.
           PERFORM UNTIL WS-SX >= SUPPLY-ITEM-TABLE-SIZE
               ADD 1 TO WS-SX
               PERFORM 0300-COUNT-USABLE-STOCK
               IF WS-USABLE-QTY < WS-TOTAL-NEEDED(WS-SX)
                   MOVE "SHORT" TO WS-ITEM-FLAG
                   ADD 1 TO WS-SHORT-COUNT
               ELSE
                   MOVE SPACES TO WS-ITEM-FLAG
               END-IF
               MOVE SPACES TO PACK-LIST-LINE
               STRING "  " SUPI-ITEM-CODE(WS-SX) " "
                   SUPI-ITEM-NAME(WS-SX) " " WS-TOTAL-NEEDED(WS-SX)
                   " " WS-USABLE-QTY " " WS-ITEM-FLAG
                   DELIMITED BY SIZE INTO PACK-LIST-LINE
               WRITE PACK-LIST-LINE
           END-PERFORM.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "KITPACK" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "KITPACK".
