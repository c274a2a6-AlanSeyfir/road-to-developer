       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CRITRPT".
       AUTHOR.     ALAN GARCIA.
      *Daily critical-value report for the medical director. Every
      *escalation logged at the screening stations on the chosen
      *day prints with the reading, the station operator, the nurse
      *who acknowledged it and the action taken, followed by counts
      *by action. An escalation with no action on it should not
      *exist, and prints flagged so it is looked into.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT CRITICAL-LOG-FILE ASSIGN TO "CRITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRITLOG-FS.
           SELECT CRITICAL-REPORT-FILE ASSIGN TO "CRITRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD CRITICAL-LOG-FILE.
           COPY "CRITLREC.cpy".

       FD CRITICAL-REPORT-FILE.
       01 CRITICAL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-CRITLOG-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-LOG VALUE "Y" FALSE "N".
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-READING-TEXT PIC X(16).
       01 WS-ACTION-TEXT PIC X(16).
       01 WS-OCCURRENCE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PCP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-ACTION-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "CRITICAL-VALUE DAILY REPORT".
           DISPLAY "Report date (YYYYMMDD, 0 for today): ".
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = ZERO
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT CRITICAL-LOG-FILE.
           IF WS-CRITLOG-FS NOT = "00"
               DISPLAY "No critical values have been logged."
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT CRITICAL-REPORT-FILE
               MOVE SPACES TO CRITICAL-REPORT-LINE
               STRING "CRITICAL VALUES ESCALATED AT THE STATION ON "
                   WS-REPORT-DATE
                   DELIMITED BY SIZE INTO CRITICAL-REPORT-LINE
               WRITE CRITICAL-REPORT-LINE
               MOVE SPACES TO CRITICAL-REPORT-LINE
               STRING "TIME    MEMBER NAME                 "
                   "READING           OPERATOR NURSE    "
                   "ACK     ACTION"
                   DELIMITED BY SIZE INTO CRITICAL-REPORT-LINE
               WRITE CRITICAL-REPORT-LINE
               SET END-OF-LOG TO FALSE
               PERFORM UNTIL END-OF-LOG
                   READ CRITICAL-LOG-FILE
                       AT END
                           SET END-OF-LOG TO TRUE
                       NOT AT END
                           IF CLOG-DATE = WS-REPORT-DATE
                               PERFORM 0200-REPORT-ONE-OCCURRENCE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0300-REPORT-TOTALS
               CLOSE CRITICAL-LOG-FILE
               IF WS-MASTER-FS = "00"
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               CLOSE CRITICAL-REPORT-FILE
               DISPLAY "Critical values on ", WS-REPORT-DATE, ": ",
                   WS-OCCURRENCE-COUNT
           END-IF.
       GOBACK.

           0200-REPORT-ONE-OCCURRENCE.
           ADD 1 TO WS-OCCURRENCE-COUNT.
           MOVE SPACES TO WS-MEMBER-NAME.
           IF WS-MASTER-FS = "00"
               MOVE CLOG-MEMBER-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-MEMBER-NAME
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-MEMBER-NAME
               END-READ
           END-IF.
           MOVE SPACES TO WS-READING-TEXT.
           IF CLOG-IS-BLOOD-PRESSURE
               STRING "BP " CLOG-VALUE-1 "/" CLOG-VALUE-2
                   DELIMITED BY SIZE INTO WS-READING-TEXT
           ELSE
               STRING "GLUCOSE " CLOG-VALUE-1
                   DELIMITED BY SIZE INTO WS-READING-TEXT
           END-IF.
           EVALUATE TRUE
               WHEN CLOG-SENT-TO-ER
                   ADD 1 TO WS-ER-COUNT
                   MOVE "SENT TO ER" TO WS-ACTION-TEXT
               WHEN CLOG-CALLED-PCP
                   ADD 1 TO WS-PCP-COUNT
                   MOVE "CALLED PCP" TO WS-ACTION-TEXT
               WHEN CLOG-MEMBER-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "MEMBER REFUSED" TO WS-ACTION-TEXT
               WHEN OTHER
                   ADD 1 TO WS-NO-ACTION-COUNT
                   MOVE "** NO ACTION **" TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO CRITICAL-REPORT-LINE.
           STRING CLOG-TIME "  " CLOG-MEMBER-ID " " WS-MEMBER-NAME
               "  " WS-READING-TEXT "  " CLOG-OPERATOR-ID " "
               CLOG-NURSE-ID " " CLOG-ACK-TIME "  " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO CRITICAL-REPORT-LINE.
           WRITE CRITICAL-REPORT-LINE.
           MOVE SPACES TO CRITICAL-REPORT-LINE.
           STRING "        STATION " CLOG-STATION-ID
               "  EVENT " CLOG-EVENT-CODE
               DELIMITED BY SIZE INTO CRITICAL-REPORT-LINE.
           WRITE CRITICAL-REPORT-LINE.

           0300-REPORT-TOTALS.
           MOVE SPACES TO CRITICAL-REPORT-LINE.
           WRITE CRITICAL-REPORT-LINE.
           MOVE SPACES TO CRITICAL-REPORT-LINE.
           STRING "CRITICAL VALUES: " WS-OCCURRENCE-COUNT
               "  SENT TO ER: " WS-ER-COUNT
               "  CALLED PCP: " WS-PCP-COUNT
               "  MEMBER REFUSED: " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO CRITICAL-REPORT-LINE.
           WRITE CRITICAL-REPORT-LINE.
           IF WS-NO-ACTION-COUNT > ZERO
               MOVE SPACES TO CRITICAL-REPORT-LINE
               STRING "ESCALATIONS WITH NO ACTION RECORDED: "
                   WS-NO-ACTION-COUNT
                   DELIMITED BY SIZE INTO CRITICAL-REPORT-LINE
               WRITE CRITICAL-REPORT-LINE
           END-IF.
       END PROGRAM "CRITRPT".
