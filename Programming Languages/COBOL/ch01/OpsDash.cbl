      *scale-feed rows, journal units of work that began but never
      *committed, and run-control business dates started but not
      *completed - counts and the oldest item in each bucket on
      *one screen instead of five reports. Below that, the file
      *errors logged since yesterday morning, by program, with
      *the most recent one each program hit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-FS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
           COPY "RUNCTLRC.cpy".

       FD ERROR-LOG-FILE.
           COPY "ERRLREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SUSP-FS PIC XX.
       01 WS-WORKQ-FS PIC XX.
       01 WS-SCALE-FS PIC XX.
       01 WS-JRNL-FS PIC XX.
       01 WS-RUNCTL-FS PIC XX.
       01 WS-ERRLOG-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IX PIC 9(3).
       01 WS-FOUND-SW PIC X.
           88 UOW-SLOT-FOUND VALUE "Y" FALSE "N".
      *Overnight errors are what the morning wants, so the error
      *log is read from yesterday's date on; one row per program
      *keeps the latest error it logged.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-ERROR-SINCE PIC 9(8).
       01 WS-ERROR-TOTAL PIC 9(5) VALUE ZERO.
       01 ERROR-PROGRAM-MAX PIC 9(3) VALUE 100.
       01 WS-EP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ERROR-PROGRAM-TABLE.
           05 WS-EP-ENTRY OCCURS 100 TIMES.
               10 WS-EP-PROGRAM PIC X(8).
               10 WS-EP-ERRORS PIC 9(5).
               10 WS-EP-LAST-DATE PIC 9(8).
               10 WS-EP-LAST-TIME PIC 9(6).
               10 WS-EP-LAST-PARAGRAPH PIC X(30).
               10 WS-EP-LAST-FILE PIC X(30).
               10 WS-EP-LAST-STATUS PIC XX.
               10 WS-EP-LAST-KEY PIC X(30).
               10 WS-EP-LAST-SEVERITY PIC X.
       01 WS-EX PIC 9(3).
       01 WS-PROGRAM-SW PIC X.
           88 PROGRAM-SLOT-FOUND VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.
           0100-START-HERE.
           PERFORM 0400-SCAN-SCALE-FEED.
           PERFORM 0500-SCAN-JOURNAL.
           PERFORM 0600-SCAN-RUN-CONTROL.
           PERFORM 0650-SCAN-ERROR-LOG.
           PERFORM 0700-SHOW-DASHBOARD.
           PERFORM 0750-SHOW-FILE-ERRORS.
       GOBACK.

           0200-SCAN-SUSPENSE.
               CLOSE RUN-CONTROL-FILE
           END-IF.

           0650-SCAN-ERROR-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-ERROR-SINCE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).
           OPEN INPUT ERROR-LOG-FILE.
           IF WS-ERRLOG-FS = "00"
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ ERROR-LOG-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF ERRL-DATE >= WS-ERROR-SINCE
                               PERFORM 0660-NOTE-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERROR-LOG-FILE
           END-IF.

           0660-NOTE-ERROR.
           ADD 1 TO WS-ERROR-TOTAL.
           SET PROGRAM-SLOT-FOUND TO FALSE.
           MOVE ZERO TO WS-EX.
           PERFORM UNTIL WS-EX >= WS-EP-COUNT
                   OR PROGRAM-SLOT-FOUND
               ADD 1 TO WS-EX
               IF WS-EP-PROGRAM(WS-EX) = ERRL-PROGRAM
                   SET PROGRAM-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT PROGRAM-SLOT-FOUND AND WS-EP-COUNT < ERROR-PROGRAM-MAX
               ADD 1 TO WS-EP-COUNT
               MOVE WS-EP-COUNT TO WS-EX
               MOVE ERRL-PROGRAM TO WS-EP-PROGRAM(WS-EX)
               MOVE ZERO TO WS-EP-ERRORS(WS-EX)
               MOVE ZERO TO WS-EP-LAST-DATE(WS-EX)
               MOVE ZERO TO WS-EP-LAST-TIME(WS-EX)
               SET PROGRAM-SLOT-FOUND TO TRUE
           END-IF.
           IF PROGRAM-SLOT-FOUND
               ADD 1 TO WS-EP-ERRORS(WS-EX)
               IF ERRL-DATE > WS-EP-LAST-DATE(WS-EX)
                       OR (ERRL-DATE = WS-EP-LAST-DATE(WS-EX)
                       AND ERRL-TIME >= WS-EP-LAST-TIME(WS-EX))
                   MOVE ERRL-DATE TO WS-EP-LAST-DATE(WS-EX)
                   MOVE ERRL-TIME TO WS-EP-LAST-TIME(WS-EX)
                   MOVE ERRL-PARAGRAPH TO WS-EP-LAST-PARAGRAPH(WS-EX)
                   MOVE ERRL-FILE-NAME TO WS-EP-LAST-FILE(WS-EX)
                   MOVE ERRL-STATUS TO WS-EP-LAST-STATUS(WS-EX)
                   MOVE ERRL-KEY-VALUE TO WS-EP-LAST-KEY(WS-EX)
                   MOVE ERRL-SEVERITY TO WS-EP-LAST-SEVERITY(WS-EX)
               END-IF
           END-IF.

           0700-SHOW-DASHBOARD.
           DISPLAY "--------------------------------------------".
           DISPLAY "SUSPENSE HELD:     ", WS-HELD-COUNT,
           DISPLAY "RUNS NOT COMPLETE: ", WS-STARTED-COUNT,
               "  oldest ", WS-STARTED-OLDEST.
           DISPLAY "--------------------------------------------".

           0750-SHOW-FILE-ERRORS.
           DISPLAY "FILE ERRORS SINCE ", WS-ERROR-SINCE, ": ",
               WS-ERROR-TOTAL.
           MOVE ZERO TO WS-EX.
           PERFORM UNTIL WS-EX >= WS-EP-COUNT
               ADD 1 TO WS-EX
               DISPLAY "  ", WS-EP-PROGRAM(WS-EX), " ",
                   WS-EP-ERRORS(WS-EX), "  last ",
                   WS-EP-LAST-DATE(WS-EX), " ",
                   WS-EP-LAST-TIME(WS-EX), " ",
                   WS-EP-LAST-SEVERITY(WS-EX), " status ",
                   WS-EP-LAST-STATUS(WS-EX), " ",
                   FUNCTION TRIM(WS-EP-LAST-FILE(WS-EX))
               DISPLAY "      in ",
                   FUNCTION TRIM(WS-EP-LAST-PARAGRAPH(WS-EX)),
                   "  key ", FUNCTION TRIM(WS-EP-LAST-KEY(WS-EX))
           END-PERFORM.
           IF WS-EP-COUNT > ZERO
               DISPLAY "--------------------------------------------"
           END-IF.
       END PROGRAM "OPSDASH".
