      *against OPERATOR.DAT, refuses disabled or unknown operators,
      *returns the role, and keeps the sign-on/sign-off record per
      *station in SIGNLOG.DAT. Called from every program that used
      *to accept an operator ID on faith. A sign-on must also come
      *from a station registered and active on STATION.DAT, so
      *each workstation signs on under its one registered ID; a
      *refused station is still logged, to show what was tried.
      *Until a site has a STATION.DAT at all, stations are taken
      *as keyed - the registry is adopted site by site. The
      *segregation-of-duties rules are applied here too, so every
      *maker/checker program refuses the same conflicts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-FS.
           SELECT STATION-FILE ASSIGN TO "STATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-ID
               FILE STATUS IS WS-STATION-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SIGNON-LOG-FILE.
       01 SIGNON-LOG-LINE PIC X(80).

       FD STATION-FILE.
           COPY "STATREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPER-FS PIC XX.
       01 WS-SIGNLOG-FS PIC XX.
       01 WS-STATION-FS PIC XX.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-EVENT-TEXT PIC X(8).
           COPY "SODRTBL.cpy".
       01 WS-RX PIC 9.

       LINKAGE SECTION.
           COPY "AUTHREQ.cpy".
           SET AUTH-REFUSED TO TRUE.
           EVALUATE TRUE
               WHEN AUTH-SIGN-ON
                   PERFORM 0250-CHECK-STATION
                   IF AUTH-STATION-UNKNOWN
                       MOVE "NOSTATN" TO WS-EVENT-TEXT
                       PERFORM 0300-WRITE-SIGN-LOG
                   ELSE
                       PERFORM 0200-VERIFY-OPERATOR
                       IF AUTH-ACCEPTED
                           MOVE "SIGNON" TO WS-EVENT-TEXT
                           PERFORM 0300-WRITE-SIGN-LOG
                       END-IF
                   END-IF
               WHEN AUTH-VERIFY-ONLY
                   PERFORM 0200-VERIFY-OPERATOR
               WHEN AUTH-DUTIES-CHECK
                   PERFORM 0400-CHECK-DUTIES
               WHEN AUTH-SIGN-OFF
                   SET AUTH-ACCEPTED TO TRUE
                   MOVE "SIGNOFF" TO WS-EVENT-TEXT
               CLOSE OPERATOR-FILE
           END-IF.

      *With no registry every mode is open and the standard print
      *files are used, as before the registry.
           0250-CHECK-STATION.
           INSPECT AUTH-STATION-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           SET AUTH-STATION-NO-REGISTRY TO TRUE.
           MOVE SPACES TO AUTH-STATION-SITE.
           MOVE SPACE TO AUTH-STATION-TYPE.
           MOVE "YYY" TO AUTH-STATION-MODES.
           MOVE SPACES TO AUTH-RESULT-PRINT-FILE.
           MOVE SPACES TO AUTH-CARD-PRINT-FILE.
           MOVE SPACES TO AUTH-STATION-SCALE-ID.
           OPEN INPUT STATION-FILE.
           IF WS-STATION-FS = "00"
               SET AUTH-STATION-UNKNOWN TO TRUE
               MOVE AUTH-STATION-ID TO STAT-ID
               READ STATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STAT-IS-ACTIVE
                           SET AUTH-STATION-REGISTERED TO TRUE
                           MOVE STAT-SITE TO AUTH-STATION-SITE
                           MOVE STAT-TYPE TO AUTH-STATION-TYPE
                           MOVE STAT-RUN-MODES TO AUTH-STATION-MODES
                           MOVE STAT-RESULT-PRINT-FILE
                               TO AUTH-RESULT-PRINT-FILE
                           MOVE STAT-CARD-PRINT-FILE
                               TO AUTH-CARD-PRINT-FILE
                           MOVE STAT-SCALE-ID TO AUTH-STATION-SCALE-ID
                       END-IF
               END-READ
               CLOSE STATION-FILE
           END-IF.

           0300-WRITE-SIGN-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
               WRITE SIGNON-LOG-LINE
               CLOSE SIGNON-LOG-FILE
           END-IF.

      *A pair not in the table, or another step nobody is named
      *for yet, is no conflict.
           0400-CHECK-DUTIES.
           SET AUTH-DUTY-CLEAR TO TRUE.
           MOVE SPACES TO AUTH-DUTY-RULE-ID.
           MOVE SPACES TO AUTH-DUTY-RULE-TEXT.
           IF AUTH-PRIOR-OPERATOR-ID NOT = SPACES
                   AND AUTH-PRIOR-OPERATOR-ID = AUTH-OPERATOR-ID
               MOVE ZERO TO WS-RX
               PERFORM UNTIL WS-RX >= SOD-RULE-TABLE-SIZE
                       OR AUTH-DUTY-CONFLICT
                   ADD 1 TO WS-RX
                   IF (SODR-FUNCTION-A(WS-RX) = AUTH-DUTY-FUNCTION
                       AND SODR-FUNCTION-B(WS-RX)
                           = AUTH-PRIOR-FUNCTION)
                       OR (SODR-FUNCTION-B(WS-RX) = AUTH-DUTY-FUNCTION
                       AND SODR-FUNCTION-A(WS-RX)
                           = AUTH-PRIOR-FUNCTION)
                       SET AUTH-DUTY-CONFLICT TO TRUE
                       MOVE SODR-RULE-ID(WS-RX) TO AUTH-DUTY-RULE-ID
                       MOVE SODR-RULE-TEXT(WS-RX)
                           TO AUTH-DUTY-RULE-TEXT
                   END-IF
               END-PERFORM
           END-IF.
           IF AUTH-DUTY-CLEAR
               SET AUTH-ACCEPTED TO TRUE
           END-IF.
       END PROGRAM "OPERAUTH".
