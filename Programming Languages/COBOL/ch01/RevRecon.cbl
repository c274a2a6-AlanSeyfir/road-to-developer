      *unless a reversing row nets them (a clean void); and the
      *totals tie to the invoice register. Station readings write
      *no fixed result row, so that column only counts against
      *batch-keyed dates. Readings keyed from a physician results
      *form are never billed, so they are counted apart and kept
      *out of the match.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HBD-KEY
               FILE STATUS IS WS-BYDT-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT BILLABLE-EVENT-FILE ASSIGN TO "BILLEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD HIST-BYDATE-FILE.
           COPY "HISTBYDT.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD BILLABLE-EVENT-FILE.
           COPY "BILLREC.cpy".


       WORKING-STORAGE SECTION.
       01 WS-BYDT-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-BILL-FS PIC XX.
       01 WS-RESULT-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-NO-RESULT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BAD-CHARGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NETTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PHYSICIAN-COUNT PIC 9(5) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "Missing charges:      ", WS-NO-CHARGE-COUNT.
           DISPLAY "Bad charges:          ", WS-BAD-CHARGE-COUNT.
           DISPLAY "Voids netted cleanly: ", WS-NETTED-COUNT.
           DISPLAY "Physician forms:      ", WS-PHYSICIAN-COUNT.
       GOBACK.

           0200-LOAD-DAY-CHARGES.
           IF WS-BYDT-FS NOT = "00"
               DISPLAY "No by-date file on hand, status: ",
                   WS-BYDT-FS, " - run the rebuild first."
               MOVE "0400-MATCH-READINGS" TO ERRL-REQ-PARAGRAPH
               MOVE "HISTBYDT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BYDT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-DATE-ENTRY TO HBD-DATE
               MOVE ZERO TO HBD-MEMBER-ID
               MOVE ZERO TO HBD-TIME
               OPEN INPUT BMI-HISTORY-FILE
               START HIST-BYDATE-FILE KEY >= HBD-KEY
                   INVALID KEY
                       CONTINUE
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF HBD-DATE = WS-DATE-ENTRY
                               PERFORM 0420-CHECK-READING-SOURCE
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-BYDATE-FILE
               IF WS-HISTORY-FS = "00"
                   CLOSE BMI-HISTORY-FILE
               END-IF
           END-IF.

      *The by-date row carries only the key, so the history row is
      *read for its source. A row that cannot be read is matched
      *as a station reading - better a false lost-revenue line than
      *a missed one.
           0420-CHECK-READING-SOURCE.
           MOVE SPACE TO HIST-SOURCE-CODE.
           IF WS-HISTORY-FS = "00" OR WS-HISTORY-FS = "23"
               MOVE HBD-MEMBER-ID TO HIST-MEMBER-ID
               MOVE HBD-DATE TO HIST-DATE
               MOVE HBD-TIME TO HIST-TIME
               READ BMI-HISTORY-FILE
                   INVALID KEY
                       MOVE SPACE TO HIST-SOURCE-CODE
               END-READ
           END-IF.
           IF HIST-FROM-PHYSICIAN
               ADD 1 TO WS-PHYSICIAN-COUNT
           ELSE
               ADD 1 TO WS-READING-COUNT
               PERFORM 0450-MATCH-ONE-READING
           END-IF.

           0450-MATCH-ONE-READING.
           STRING "READINGS: " WS-READING-COUNT
               "  NO CHARGE: " WS-NO-CHARGE-COUNT
               "  NO RESULT ROW: " WS-NO-RESULT-COUNT
               "  PHYSICIAN FORMS: " WS-PHYSICIAN-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
               "  VOIDS NETTED: " WS-NETTED-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "REVRECON" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "REVRECON".
