      *category mix and average, the blood-pressure classification
      *mix from the vitals taken that day, and a comparison
      *against the same sponsor's previous event. No member name
      *or ID appears anywhere in the packet. The staff hours
      *rostered on EVENTSTF.DAT are set against the members
      *screened, so the sponsor sees what the day cost to run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VITAL-KEY
               FILE STATUS IS WS-VITALS-FS.
           SELECT EVENT-STAFF-FILE ASSIGN TO "EVENTSTF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTF-KEY
               FILE STATUS IS WS-STAFF-FS.
           SELECT PACKET-FILE ASSIGN TO "EVENTPKT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKET-FS.
       FD VITALS-FILE.
           COPY "VITALREC.cpy".

       FD EVENT-STAFF-FILE.
           COPY "ESTFREC.cpy".

       FD PACKET-FILE.
       01 PACKET-LINE PIC X(100).

       01 WS-EVENT-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-VITALS-FS PIC XX.
       01 WS-STAFF-FS PIC XX.
       01 WS-PACKET-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-SHORTFALL-DISP PIC -ZZZZ9.
       01 WS-AVG-DISP PIC ZZ9.99.
       01 WS-PREV-AVG-DISP PIC ZZ9.99.
       01 WS-SHIFT-START PIC 9(4).
       01 WS-START-PARTS REDEFINES WS-SHIFT-START.
           05 WS-START-HH PIC 99.
           05 WS-START-MM PIC 99.
       01 WS-SHIFT-END PIC 9(4).
       01 WS-END-PARTS REDEFINES WS-SHIFT-END.
           05 WS-END-HH PIC 99.
           05 WS-END-MM PIC 99.
       01 WS-STAFF-MINUTES PIC 9(6).
       01 WS-STAFF-HOURS-DISP PIC ZZZ9.9.
       01 WS-PER-HOUR-DISP PIC ZZ9.9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-EVENT-FS NOT = "00"
               DISPLAY "Cannot open EVENTS.DAT, status: ",
                   WS-EVENT-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-CODE-ENTRY TO EVENT-CODE
               READ EVENT-FILE
           MOVE WS-CODE-ENTRY TO WS-SCAN-EVENT.
           PERFORM 0300-SWEEP-EVENT-HISTORY.
           PERFORM 0400-SWEEP-DAY-VITALS.
           PERFORM 0450-SUM-STAFF-HOURS.
           PERFORM 0500-WRITE-PACKET.

           0300-SWEEP-EVENT-HISTORY.
               CLOSE VITALS-FILE
           END-IF.

      *Every rostered shift counts in full, whatever the role.
           0450-SUM-STAFF-HOURS.
           MOVE ZERO TO WS-STAFF-MINUTES.
           OPEN INPUT EVENT-STAFF-FILE.
           IF WS-STAFF-FS = "00"
               MOVE WS-CODE-ENTRY TO ESTF-EVENT-CODE
               MOVE LOW-VALUES TO ESTF-OPERATOR-ID
               MOVE ZERO TO ESTF-SHIFT-START
               START EVENT-STAFF-FILE KEY >= ESTF-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-STAFF-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ EVENT-STAFF-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF ESTF-EVENT-CODE NOT = WS-CODE-ENTRY
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               MOVE ESTF-SHIFT-START TO WS-SHIFT-START
                               MOVE ESTF-SHIFT-END TO WS-SHIFT-END
                               COMPUTE WS-STAFF-MINUTES =
                                   WS-STAFF-MINUTES
                                   + (WS-END-HH * 60 + WS-END-MM)
                                   - (WS-START-HH * 60 + WS-START-MM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-STAFF-FILE
           END-IF.

           0500-WRITE-PACKET.
           OPEN OUTPUT PACKET-FILE.
           MOVE SPACES TO PACKET-LINE.
               "  CRISIS: " WS-BP-COUNT(5)
               DELIMITED BY SIZE INTO PACKET-LINE.
           WRITE PACKET-LINE.
           COMPUTE WS-STAFF-HOURS-DISP ROUNDED =
               WS-STAFF-MINUTES / 60.
           IF WS-STAFF-MINUTES > ZERO
               COMPUTE WS-PER-HOUR-DISP ROUNDED =
                   WS-ATTENDANCE * 60 / WS-STAFF-MINUTES
           ELSE
               MOVE ZERO TO WS-PER-HOUR-DISP
           END-IF.
           MOVE SPACES TO PACKET-LINE.
           STRING "STAFF HOURS: " WS-STAFF-HOURS-DISP
               "  MEMBERS SCREENED: " WS-ATTENDANCE
               "  SCREENED PER STAFF HOUR: " WS-PER-HOUR-DISP
               DELIMITED BY SIZE INTO PACKET-LINE.
           WRITE PACKET-LINE.
           IF PREV-EVENT-FOUND
               MOVE WS-PREV-BMI-AVG TO WS-PREV-AVG-DISP
               MOVE SPACES TO PACKET-LINE
           END-IF.
           CLOSE PACKET-FILE.
           DISPLAY "Packet written to EVENTPKT.RPT".

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "EVENTPKT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "EVENTPKT".
