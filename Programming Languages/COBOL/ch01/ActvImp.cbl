       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ACTVIMP".
       AUTHOR.     ALAN GARCIA.
      *Import of the fitness-tracker vendor's daily activity file.
      *Each row is a member ID, an activity date and the day's
      *steps. Rows for a member not on file, merged away, or
      *without consent current on the activity date are rejected -
      *step data is biometric data and is held only with consent -
      *as are garbled rows, impossible dates and step counts no
      *wrist could record in a day. Good rows land in the activity
      *history, where step challenges and the weekly milestone run
      *read them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-FEED-FILE ASSIGN TO "ACTVFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTIVITY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACTV-KEY
               FILE STATUS IS WS-ACTIVITY-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT ACTIVITY-REJECT-FILE ASSIGN TO "ACTVREJS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ACTIVITY-FEED-FILE.
       01 ACTIVITY-FEED-LINE PIC X(80).

       FD ACTIVITY-FILE.
           COPY "ACTVREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD ACTIVITY-REJECT-FILE.
       01 ACTIVITY-REJECT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FEED-FS PIC XX.
       01 WS-ACTIVITY-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REJECT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FEED VALUE "Y" FALSE "N".
       01 WS-FEED-ID PIC X(6).
       01 WS-FEED-DATE PIC X(8).
       01 WS-FEED-DATE-NUM REDEFINES WS-FEED-DATE PIC 9(8).
       01 WS-FEED-STEPS PIC X(6).
       01 WS-FEED-STEPS-NUM REDEFINES WS-FEED-STEPS PIC 9(6).
       01 WS-STEPS-JUST PIC X(6) JUSTIFIED RIGHT.
      *Above this a count is a device fault or a shaken tracker,
      *not a day's walking.
       01 WS-DAILY-STEP-LIMIT PIC 9(6) VALUE 100000.
       01 WS-REASON-TEXT PIC X(40).
       01 WS-LOADED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "FITNESS-TRACKER ACTIVITY IMPORT".
           OPEN INPUT ACTIVITY-FEED-FILE.
           IF WS-FEED-FS NOT = "00"
               DISPLAY "Cannot open ACTVFEED.DAT, status: ",
                   WS-FEED-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "ACTVFEED.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-FEED-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               IF WS-MASTER-FS NOT = "00"
                   DISPLAY "Cannot open MEMBERS.DAT, status: ",
                       WS-MASTER-FS
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   DISPLAY "No consent can be checked - feed left "
                       "for the next run."
                   CLOSE ACTIVITY-FEED-FILE
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   OPEN I-O ACTIVITY-FILE
                   IF WS-ACTIVITY-FS = "35"
                       OPEN OUTPUT ACTIVITY-FILE
                       CLOSE ACTIVITY-FILE
                       OPEN I-O ACTIVITY-FILE
                   END-IF
                   OPEN OUTPUT ACTIVITY-REJECT-FILE
                   SET END-OF-FEED TO FALSE
                   PERFORM UNTIL END-OF-FEED
                       READ ACTIVITY-FEED-FILE
                           AT END
                               SET END-OF-FEED TO TRUE
                           NOT AT END
                               PERFORM 0200-IMPORT-ONE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE ACTIVITY-FEED-FILE
                   CLOSE MEMBER-MASTER-FILE
                   CLOSE ACTIVITY-FILE
                   CLOSE ACTIVITY-REJECT-FILE
                   DISPLAY "Days loaded:   ", WS-LOADED-COUNT
                   DISPLAY "Days replaced: ", WS-REPLACED-COUNT
                   DISPLAY "Rows rejected: ", WS-REJECTED-COUNT
                   IF WS-REJECTED-COUNT > ZERO
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *The vendor does not zero-fill the step count, so it is
      *right-justified and filled before the numeric edit.
           0200-IMPORT-ONE-ROW.
           MOVE SPACES TO WS-FEED-ID WS-FEED-DATE WS-STEPS-JUST.
           UNSTRING ACTIVITY-FEED-LINE DELIMITED BY "," OR SPACE
               INTO WS-FEED-ID WS-FEED-DATE WS-STEPS-JUST.
           INSPECT WS-STEPS-JUST REPLACING LEADING SPACE BY ZERO.
           MOVE WS-STEPS-JUST TO WS-FEED-STEPS.
           MOVE SPACES TO WS-REASON-TEXT.
           EVALUATE TRUE
               WHEN WS-FEED-ID IS NOT NUMERIC
                   MOVE "MEMBER ID NOT NUMERIC" TO WS-REASON-TEXT
               WHEN WS-FEED-DATE IS NOT NUMERIC
                   MOVE "ACTIVITY DATE NOT NUMERIC" TO WS-REASON-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FEED-DATE-NUM)
                       NOT = ZERO
                   MOVE "ACTIVITY DATE NOT VALID" TO WS-REASON-TEXT
               WHEN WS-FEED-DATE-NUM > WS-TODAY-DATE
                   MOVE "ACTIVITY DATE IN THE FUTURE"
                       TO WS-REASON-TEXT
               WHEN WS-FEED-STEPS IS NOT NUMERIC
                   MOVE "STEP COUNT NOT NUMERIC" TO WS-REASON-TEXT
               WHEN WS-FEED-STEPS-NUM > WS-DAILY-STEP-LIMIT
                   MOVE "STEP COUNT OVER DAILY LIMIT"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   PERFORM 0250-CHECK-MEMBER
           END-EVALUATE.
           IF WS-REASON-TEXT = SPACES
               PERFORM 0300-STORE-ACTIVITY
           ELSE
               PERFORM 0400-WRITE-REJECT
           END-IF.

      *Consent is judged on the activity date, not the run date, so
      *a day walked before consent lapsed still loads when the
      *vendor sends it late.
           0250-CHECK-MEMBER.
           MOVE WS-FEED-ID TO MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   MOVE "NO MEMBER MASTER RECORD" TO WS-REASON-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MEMBER-IS-MERGED
                           STRING "MEMBER MERGED TO " MEMBER-MERGED-TO
                               DELIMITED BY SIZE INTO WS-REASON-TEXT
                       WHEN NOT MEMBER-HAS-CONSENT
                           MOVE "NO CONSENT ON FILE" TO WS-REASON-TEXT
                       WHEN MEMBER-CONSENT-EXPIRES < WS-FEED-DATE-NUM
                           MOVE "CONSENT EXPIRED BEFORE ACTIVITY DATE"
                               TO WS-REASON-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

           0300-STORE-ACTIVITY.
           MOVE WS-FEED-ID TO ACTV-MEMBER-ID.
           MOVE WS-FEED-DATE-NUM TO ACTV-DATE.
           MOVE WS-FEED-STEPS-NUM TO ACTV-STEPS.
           MOVE WS-TODAY-DATE TO ACTV-LOADED-DATE.
           WRITE ACTIVITY-RECORD
               INVALID KEY
                   REWRITE ACTIVITY-RECORD
                   IF WS-ACTIVITY-FS = "00"
                       ADD 1 TO WS-REPLACED-COUNT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
           IF WS-ACTIVITY-FS NOT = "00"
               MOVE SPACES TO WS-REASON-TEXT
               STRING "STORE FAILED, STATUS " WS-ACTIVITY-FS
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
               PERFORM 0400-WRITE-REJECT
           END-IF.

           0400-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO ACTIVITY-REJECT-LINE.
           STRING FUNCTION TRIM(ACTIVITY-FEED-LINE)
               "  <-- " FUNCTION TRIM(WS-REASON-TEXT)
               DELIMITED BY SIZE INTO ACTIVITY-REJECT-LINE.
           WRITE ACTIVITY-REJECT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "ACTVIMP" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "ACTVIMP".
