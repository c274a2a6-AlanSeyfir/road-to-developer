       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COACHRPT".
       AUTHOR.     ALAN GARCIA.
      *Health coaching caseload and missed-session report. A
      *member's latest session decides the case: a next session
      *date on it means the member is on that coach's caseload,
      *and a next session date already past with nothing logged
      *since means the session was missed. The missed list prints
      *first so the coaches can work it the same morning, then the
      *caseload by coach with the month's completed sessions and
      *minutes. Runs without prompts so it can sit in the nightly
      *chain; return code 4 when any session was missed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COACHING-FILE ASSIGN TO "COACHING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSES-KEY
               ALTERNATE RECORD KEY IS CSES-COACH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COACH-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT COACHING-REPORT-FILE ASSIGN TO "COACHRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD COACHING-FILE.
           COPY "COACHREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD OPERATOR-FILE.
           COPY "OPERREC.cpy".

       FD COACHING-REPORT-FILE.
       01 COACHING-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-COACH-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-OPER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-SESSIONS VALUE "Y" FALSE "N".
       01 WS-FOUND-SW PIC X.
           88 SLOT-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-NEXT-INT PIC 9(7).
       01 WS-DAYS-PAST PIC 9(5).
       01 WS-CURRENT-MONTH PIC 9(6).
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-COACH-NAME PIC X(20).
       01 WS-MISSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.

      *The member's latest session, held until the member's block
      *of sessions ends.
       01 WS-HELD-SW PIC X VALUE "N".
           88 SESSION-IS-HELD VALUE "Y" FALSE "N".
       01 WS-HELD-SESSION.
           05 WS-HELD-MEMBER-ID PIC 9(6).
           05 WS-HELD-SESSION-DATE PIC 9(8).
           05 WS-HELD-COACH-ID PIC X(8).
           05 WS-HELD-NEXT-DATE PIC 9(8).

       01 COACH-TABLE-MAX PIC 99 VALUE 50.
       01 WS-COACH-COUNT PIC 99 VALUE ZERO.
       01 WS-COACH-TABLE.
           05 WS-COACH-ENTRY OCCURS 50 TIMES.
               10 WS-CT-COACH-ID PIC X(8).
               10 WS-CT-OPEN PIC 9(5).
               10 WS-CT-MISSED PIC 9(5).
               10 WS-CT-MONTH-SESSIONS PIC 9(5).
               10 WS-CT-MONTH-MINUTES PIC 9(6).
       01 WS-IX PIC 99.
       01 WS-SEARCH-COACH-ID PIC X(8).

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "COACHING CASELOAD AND MISSED SESSIONS".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-MONTH.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT COACHING-FILE.
           IF WS-COACH-FS NOT = "00"
               DISPLAY "No coaching sessions on file."
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT COACHING-REPORT-FILE
               MOVE SPACES TO COACHING-REPORT-LINE
               STRING "MISSED COACHING SESSIONS AS OF " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO COACHING-REPORT-LINE
               WRITE COACHING-REPORT-LINE
               MOVE SPACES TO COACHING-REPORT-LINE
               STRING "MEMBER NAME                 COACH    "
                   "LAST SESS DUE ON   DAYS PAST"
                   DELIMITED BY SIZE INTO COACHING-REPORT-LINE
               WRITE COACHING-REPORT-LINE
               SET SESSION-IS-HELD TO FALSE
               SET END-OF-SESSIONS TO FALSE
               PERFORM UNTIL END-OF-SESSIONS
                   READ COACHING-FILE NEXT RECORD
                       AT END
                           SET END-OF-SESSIONS TO TRUE
                       NOT AT END
                           PERFORM 0200-TAKE-ONE-SESSION
                   END-READ
               END-PERFORM
               IF SESSION-IS-HELD
                   PERFORM 0300-JUDGE-MEMBER-CASE
               END-IF
               CLOSE COACHING-FILE
               IF WS-MASTER-FS = "00"
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               PERFORM 0500-WRITE-CASELOAD
               CLOSE COACHING-REPORT-FILE
               DISPLAY "Open cases: ", WS-OPEN-COUNT
               DISPLAY "  Missed sessions: ", WS-MISSED-COUNT
               IF WS-MISSED-COUNT > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *Sessions arrive member by member in date order, so the row
      *held when the member changes is that member's latest.
           0200-TAKE-ONE-SESSION.
           IF SESSION-IS-HELD
                   AND CSES-MEMBER-ID NOT = WS-HELD-MEMBER-ID
               PERFORM 0300-JUDGE-MEMBER-CASE
           END-IF.
           IF CSES-IS-COMPLETED
                   AND CSES-SESSION-DATE(1:6) = WS-CURRENT-MONTH
               MOVE CSES-COACH-ID TO WS-SEARCH-COACH-ID
               PERFORM 0400-FIND-COACH-SLOT
               IF SLOT-WAS-FOUND
                   ADD 1 TO WS-CT-MONTH-SESSIONS(WS-IX)
                   ADD CSES-MINUTES TO WS-CT-MONTH-MINUTES(WS-IX)
               END-IF
           END-IF.
           MOVE CSES-MEMBER-ID TO WS-HELD-MEMBER-ID.
           MOVE CSES-SESSION-DATE TO WS-HELD-SESSION-DATE.
           MOVE CSES-COACH-ID TO WS-HELD-COACH-ID.
           MOVE CSES-NEXT-DATE TO WS-HELD-NEXT-DATE.
           SET SESSION-IS-HELD TO TRUE.

      *A closed case (no next date) is off the caseload.
           0300-JUDGE-MEMBER-CASE.
           IF WS-HELD-NEXT-DATE NOT = ZERO
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-HELD-COACH-ID TO WS-SEARCH-COACH-ID
               PERFORM 0400-FIND-COACH-SLOT
               IF SLOT-WAS-FOUND
                   ADD 1 TO WS-CT-OPEN(WS-IX)
               END-IF
               IF WS-HELD-NEXT-DATE < WS-TODAY-DATE
                   ADD 1 TO WS-MISSED-COUNT
                   IF SLOT-WAS-FOUND
                       ADD 1 TO WS-CT-MISSED(WS-IX)
                   END-IF
                   PERFORM 0350-WRITE-MISSED-LINE
               END-IF
           END-IF.
           SET SESSION-IS-HELD TO FALSE.

           0350-WRITE-MISSED-LINE.
           COMPUTE WS-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-HELD-NEXT-DATE).
           COMPUTE WS-DAYS-PAST = WS-TODAY-INT - WS-NEXT-INT.
           MOVE SPACES TO WS-MEMBER-NAME.
           IF WS-MASTER-FS = "00"
               MOVE WS-HELD-MEMBER-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-MEMBER-NAME
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-MEMBER-NAME
               END-READ
           END-IF.
           MOVE SPACES TO COACHING-REPORT-LINE.
           STRING WS-HELD-MEMBER-ID " " WS-MEMBER-NAME " "
               WS-HELD-COACH-ID " " WS-HELD-SESSION-DATE "  "
               WS-HELD-NEXT-DATE "  " WS-DAYS-PAST
               DELIMITED BY SIZE INTO COACHING-REPORT-LINE.
           WRITE COACHING-REPORT-LINE.

           0400-FIND-COACH-SLOT.
           SET SLOT-WAS-FOUND TO FALSE.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-COACH-COUNT
                   OR SLOT-WAS-FOUND
               ADD 1 TO WS-IX
               IF WS-CT-COACH-ID(WS-IX) = WS-SEARCH-COACH-ID
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SLOT-WAS-FOUND
               IF WS-COACH-COUNT < COACH-TABLE-MAX
                   ADD 1 TO WS-COACH-COUNT
                   MOVE WS-COACH-COUNT TO WS-IX
                   MOVE WS-SEARCH-COACH-ID TO WS-CT-COACH-ID(WS-IX)
                   MOVE ZERO TO WS-CT-OPEN(WS-IX)
                   MOVE ZERO TO WS-CT-MISSED(WS-IX)
                   MOVE ZERO TO WS-CT-MONTH-SESSIONS(WS-IX)
                   MOVE ZERO TO WS-CT-MONTH-MINUTES(WS-IX)
                   SET SLOT-WAS-FOUND TO TRUE
               END-IF
           END-IF.

           0500-WRITE-CASELOAD.
           MOVE SPACES TO COACHING-REPORT-LINE.
           STRING "MISSED SESSIONS: " WS-MISSED-COUNT
               DELIMITED BY SIZE INTO COACHING-REPORT-LINE.
           WRITE COACHING-REPORT-LINE.
           MOVE SPACES TO COACHING-REPORT-LINE.
           WRITE COACHING-REPORT-LINE.
           MOVE SPACES TO COACHING-REPORT-LINE.
           STRING "CASELOAD BY COACH - SESSIONS AND MINUTES FOR "
               WS-CURRENT-MONTH
               DELIMITED BY SIZE INTO COACHING-REPORT-LINE.
           WRITE COACHING-REPORT-LINE.
           MOVE SPACES TO COACHING-REPORT-LINE.
           STRING "COACH    NAME                 OPEN  MISSED"
               "  SESSIONS  MINUTES"
               DELIMITED BY SIZE INTO COACHING-REPORT-LINE.
           WRITE COACHING-REPORT-LINE.
           OPEN INPUT OPERATOR-FILE.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-COACH-COUNT
               ADD 1 TO WS-IX
               PERFORM 0550-WRITE-ONE-COACH
           END-PERFORM.
           IF WS-OPER-FS = "00"
               CLOSE OPERATOR-FILE
           END-IF.
           MOVE SPACES TO COACHING-REPORT-LINE.
           WRITE COACHING-REPORT-LINE.
           MOVE SPACES TO COACHING-REPORT-LINE.
           STRING "OPEN CASES: " WS-OPEN-COUNT
               "  COACHES: " WS-COACH-COUNT
               DELIMITED BY SIZE INTO COACHING-REPORT-LINE.
           WRITE COACHING-REPORT-LINE.

           0550-WRITE-ONE-COACH.
           MOVE SPACES TO WS-COACH-NAME.
           IF WS-OPER-FS = "00" OR WS-OPER-FS = "23"
               MOVE WS-CT-COACH-ID(WS-IX) TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-COACH-NAME
                   NOT INVALID KEY
                       MOVE OPER-NAME TO WS-COACH-NAME
               END-READ
           END-IF.
           MOVE SPACES TO COACHING-REPORT-LINE.
           STRING WS-CT-COACH-ID(WS-IX) " " WS-COACH-NAME " "
               WS-CT-OPEN(WS-IX) "  " WS-CT-MISSED(WS-IX) "   "
               WS-CT-MONTH-SESSIONS(WS-IX) "    "
               WS-CT-MONTH-MINUTES(WS-IX)
               DELIMITED BY SIZE INTO COACHING-REPORT-LINE.
           WRITE COACHING-REPORT-LINE.
       END PROGRAM "COACHRPT".
