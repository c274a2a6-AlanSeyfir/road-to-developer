       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COMMRPT".
       AUTHOR.     ALAN GARCIA.
      *Member contact frequency report. Counts the communication
      *history - reminders, summaries, notices, labels, calls and
      *referral letters from every extract - per member per
      *calendar month, split by mail and phone, and measures each
      *month against a maximum, so the members being over-contacted
      *stand out. The history is keyed member then date, so one
      *forward pass breaks cleanly on member and month. Either
      *every member-month or only those over the maximum are
      *listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-HISTORY-FILE ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMM-KEY
               FILE STATUS IS WS-COMMHIST-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT CONTACT-REPORT-FILE ASSIGN TO "COMMRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD COMM-HISTORY-FILE.
           COPY "COMMREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD CONTACT-REPORT-FILE.
       01 CONTACT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-COMMHIST-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y" FALSE "N".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-LIST-CHOICE PIC X.
           88 LIST-ALL-CHOSEN VALUE "A" "a".
           88 LIST-OVER-CHOSEN VALUE "O" "o".
      *More than this many communications to one member in one
      *calendar month is over-contact unless the run says
      *otherwise.
       01 CONTACT-MAXIMUM-DEFAULT PIC 99 VALUE 4.
       01 WS-CONTACT-MAXIMUM PIC 99.
       01 WS-FROM-MONTH PIC 9(6).
       01 WS-TO-MONTH PIC 9(6).
       01 WS-ROW-MONTH PIC 9(6).
      *The member-month being counted.
       01 WS-GROUP-MEMBER-ID PIC 9(6).
       01 WS-GROUP-MONTH PIC 9(6).
       01 WS-GROUP-OPEN-SW PIC X VALUE "N".
           88 GROUP-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-GROUP-TOTAL PIC 9(4).
       01 WS-GROUP-MAIL PIC 9(4).
       01 WS-GROUP-PHONE PIC 9(4).
       01 WS-LAST-OVER-MEMBER PIC 9(6) VALUE ZERO.
       01 WS-ROWS-COUNTED PIC 9(7) VALUE ZERO.
       01 WS-MONTHS-COUNTED PIC 9(6) VALUE ZERO.
       01 WS-MONTHS-OVER PIC 9(6) VALUE ZERO.
       01 WS-MEMBERS-OVER PIC 9(6) VALUE ZERO.
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-FLAG-TEXT PIC X(4).
       01 WS-TOTAL-DISP PIC ZZZ9.
       01 WS-MAIL-DISP PIC ZZZ9.
       01 WS-PHONE-DISP PIC ZZZ9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MEMBER CONTACT FREQUENCY REPORT".
           DISPLAY "Most communications allowed per member per "
               "month (0 for ", CONTACT-MAXIMUM-DEFAULT, "): ".
           ACCEPT WS-CONTACT-MAXIMUM.
           IF WS-CONTACT-MAXIMUM = ZERO
               MOVE CONTACT-MAXIMUM-DEFAULT TO WS-CONTACT-MAXIMUM
           END-IF.
           DISPLAY "First month to count (YYYYMM, 0 for all): ".
           ACCEPT WS-FROM-MONTH.
           DISPLAY "Last month to count (YYYYMM, 0 for all): ".
           ACCEPT WS-TO-MONTH.
           IF WS-TO-MONTH = ZERO
               MOVE 999999 TO WS-TO-MONTH
           END-IF.
           PERFORM 0110-GET-LIST-CHOICE.
           OPEN INPUT COMM-HISTORY-FILE.
           IF WS-COMMHIST-FS NOT = "00"
               DISPLAY "No communication history on hand, status: ",
                   WS-COMMHIST-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "COMMHIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-COMMHIST-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT CONTACT-REPORT-FILE
               PERFORM 0200-WRITE-HEADINGS
               SET GROUP-IS-OPEN TO FALSE
               SET END-OF-HISTORY TO FALSE
               PERFORM UNTIL END-OF-HISTORY
                   READ COMM-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-HISTORY TO TRUE
                       NOT AT END
                           PERFORM 0300-COUNT-ONE-ROW
                   END-READ
               END-PERFORM
               IF GROUP-IS-OPEN
                   PERFORM 0400-CLOSE-GROUP
               END-IF
               PERFORM 0500-WRITE-TOTALS
               CLOSE COMM-HISTORY-FILE
               CLOSE MEMBER-MASTER-FILE
               CLOSE CONTACT-REPORT-FILE
               DISPLAY "Member-months counted:       ",
                   WS-MONTHS-COUNTED
               DISPLAY "Member-months over maximum:  ",
                   WS-MONTHS-OVER
               DISPLAY "Members over-contacted:      ",
                   WS-MEMBERS-OVER
           END-IF.
       GOBACK.

           0110-GET-LIST-CHOICE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "List (A)ll member-months, or only those "
                   "(O)ver the maximum: "
               ACCEPT WS-LIST-CHOICE
               IF LIST-ALL-CHOSEN OR LIST-OVER-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A or O."
               END-IF
           END-PERFORM.

           0200-WRITE-HEADINGS.
           MOVE SPACES TO CONTACT-REPORT-LINE.
           STRING "MEMBER CONTACT FREQUENCY - MAXIMUM "
               WS-CONTACT-MAXIMUM " PER MEMBER PER MONTH"
               DELIMITED BY SIZE INTO CONTACT-REPORT-LINE.
           WRITE CONTACT-REPORT-LINE.
           MOVE SPACES TO CONTACT-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-FROM-MONTH = ZERO AND WS-TO-MONTH = 999999
                   MOVE "ALL MONTHS ON FILE" TO CONTACT-REPORT-LINE
               WHEN WS-TO-MONTH = 999999
                   STRING "MONTHS FROM " WS-FROM-MONTH " ON"
                       DELIMITED BY SIZE INTO CONTACT-REPORT-LINE
               WHEN OTHER
                   STRING "MONTHS " WS-FROM-MONTH " THROUGH "
                       WS-TO-MONTH
                       DELIMITED BY SIZE INTO CONTACT-REPORT-LINE
           END-EVALUATE.
           WRITE CONTACT-REPORT-LINE.
           MOVE SPACES TO CONTACT-REPORT-LINE.
           WRITE CONTACT-REPORT-LINE.
           MOVE "MEMBER  NAME                  MONTH   TOTAL  MAIL "
               TO CONTACT-REPORT-LINE.
           MOVE "PHONE" TO CONTACT-REPORT-LINE(51:).
           WRITE CONTACT-REPORT-LINE.

      *A change of member or of month closes the group being
      *counted and opens the next.
           0300-COUNT-ONE-ROW.
           MOVE COMM-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH >= WS-FROM-MONTH
                   AND WS-ROW-MONTH <= WS-TO-MONTH
               IF GROUP-IS-OPEN
                   IF COMM-MEMBER-ID NOT = WS-GROUP-MEMBER-ID
                           OR WS-ROW-MONTH NOT = WS-GROUP-MONTH
                       PERFORM 0400-CLOSE-GROUP
                   END-IF
               END-IF
               IF NOT GROUP-IS-OPEN
                   MOVE COMM-MEMBER-ID TO WS-GROUP-MEMBER-ID
                   MOVE WS-ROW-MONTH TO WS-GROUP-MONTH
                   MOVE ZERO TO WS-GROUP-TOTAL
                   MOVE ZERO TO WS-GROUP-MAIL
                   MOVE ZERO TO WS-GROUP-PHONE
                   SET GROUP-IS-OPEN TO TRUE
               END-IF
               ADD 1 TO WS-ROWS-COUNTED
               ADD 1 TO WS-GROUP-TOTAL
               IF COMM-BY-PHONE
                   ADD 1 TO WS-GROUP-PHONE
               ELSE
                   ADD 1 TO WS-GROUP-MAIL
               END-IF
           END-IF.

           0400-CLOSE-GROUP.
           ADD 1 TO WS-MONTHS-COUNTED.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-GROUP-TOTAL > WS-CONTACT-MAXIMUM
               MOVE "OVER" TO WS-FLAG-TEXT
               ADD 1 TO WS-MONTHS-OVER
               IF WS-GROUP-MEMBER-ID NOT = WS-LAST-OVER-MEMBER
                   ADD 1 TO WS-MEMBERS-OVER
                   MOVE WS-GROUP-MEMBER-ID TO WS-LAST-OVER-MEMBER
               END-IF
           END-IF.
           IF LIST-ALL-CHOSEN OR WS-FLAG-TEXT NOT = SPACES
               PERFORM 0450-WRITE-GROUP-LINE
           END-IF.
           SET GROUP-IS-OPEN TO FALSE.

           0450-WRITE-GROUP-LINE.
           MOVE "NOT ON MASTER" TO WS-MEMBER-NAME.
           MOVE WS-GROUP-MEMBER-ID TO MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MEMBER-NAME TO WS-MEMBER-NAME
           END-READ.
           MOVE WS-GROUP-TOTAL TO WS-TOTAL-DISP.
           MOVE WS-GROUP-MAIL TO WS-MAIL-DISP.
           MOVE WS-GROUP-PHONE TO WS-PHONE-DISP.
           MOVE SPACES TO CONTACT-REPORT-LINE.
           STRING WS-GROUP-MEMBER-ID "  " WS-MEMBER-NAME
               "  " WS-GROUP-MONTH
               "   " WS-TOTAL-DISP
               "  " WS-MAIL-DISP
               "  " WS-PHONE-DISP
               "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO CONTACT-REPORT-LINE.
           WRITE CONTACT-REPORT-LINE.

           0500-WRITE-TOTALS.
           MOVE SPACES TO CONTACT-REPORT-LINE.
           WRITE CONTACT-REPORT-LINE.
           MOVE SPACES TO CONTACT-REPORT-LINE.
           STRING "COMMUNICATIONS COUNTED:     " WS-ROWS-COUNTED
               DELIMITED BY SIZE INTO CONTACT-REPORT-LINE.
           WRITE CONTACT-REPORT-LINE.
           MOVE SPACES TO CONTACT-REPORT-LINE.
           STRING "MEMBER-MONTHS COUNTED:      " WS-MONTHS-COUNTED
               DELIMITED BY SIZE INTO CONTACT-REPORT-LINE.
           WRITE CONTACT-REPORT-LINE.
           MOVE SPACES TO CONTACT-REPORT-LINE.
           STRING "MEMBER-MONTHS OVER MAXIMUM: " WS-MONTHS-OVER
               DELIMITED BY SIZE INTO CONTACT-REPORT-LINE.
           WRITE CONTACT-REPORT-LINE.
           MOVE SPACES TO CONTACT-REPORT-LINE.
           STRING "MEMBERS OVER-CONTACTED:     " WS-MEMBERS-OVER
               DELIMITED BY SIZE INTO CONTACT-REPORT-LINE.
           WRITE CONTACT-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "COMMRPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "COMMRPT".
