       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PHYSPEND".
       AUTHOR.     ALAN GARCIA.
      *Pending physician results forms. Every form logged as
      *received and not yet keyed is listed oldest first with the
      *days it has waited, so the tray is worked down before the
      *members land on the gap and outreach lists for a screening
      *they already had. A form waiting past the keying age is
      *flagged. Runs without prompts so it can sit in the nightly
      *chain; return code 4 when anything is past the keying age.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHYSICIAN-FORM-FILE ASSIGN TO "PHYSFORM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFRM-FORM-NO
               ALTERNATE RECORD KEY IS PFRM-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FORM-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT PENDING-REPORT-FILE ASSIGN TO "PHYSPEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PHYSICIAN-FORM-FILE.
           COPY "PFRMREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD PENDING-REPORT-FILE.
       01 PENDING-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FORM-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FORMS VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
      *Forms are keyed within a week of arrival; two weeks in the
      *tray means the queue is falling behind.
       01 KEYING-DAYS PIC 9(3) VALUE 14.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-RECEIVED-INT PIC 9(7).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-FLAG-TEXT PIC X(12).
       01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-KEYED-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PENDING PHYSICIAN RESULTS FORMS".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT PHYSICIAN-FORM-FILE.
           IF WS-FORM-FS NOT = "00"
               DISPLAY "No physician forms on file."
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT PENDING-REPORT-FILE
               MOVE SPACES TO PENDING-REPORT-LINE
               STRING "PHYSICIAN FORMS RECEIVED AND NOT KEYED AS OF "
                   WS-TODAY-DATE "  (LATE AFTER " KEYING-DAYS
                   " DAYS)"
                   DELIMITED BY SIZE INTO PENDING-REPORT-LINE
               WRITE PENDING-REPORT-LINE
               MOVE SPACES TO PENDING-REPORT-LINE
               STRING "FORM   MEMBER NAME                 "
                   "RECEIVED  WAIT  BY"
                   DELIMITED BY SIZE INTO PENDING-REPORT-LINE
               WRITE PENDING-REPORT-LINE
               SET END-OF-FORMS TO FALSE
               PERFORM UNTIL END-OF-FORMS
                   READ PHYSICIAN-FORM-FILE NEXT RECORD
                       AT END
                           SET END-OF-FORMS TO TRUE
                       NOT AT END
                           IF PFRM-IS-RECEIVED
                               PERFORM 0200-REPORT-ONE-FORM
                           ELSE
                               ADD 1 TO WS-KEYED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0300-REPORT-TOTALS
               CLOSE PHYSICIAN-FORM-FILE
               IF WS-MASTER-FS = "00"
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               CLOSE PENDING-REPORT-FILE
               DISPLAY "Pending forms: ", WS-PENDING-COUNT
               DISPLAY "  Past keying age: ", WS-LATE-COUNT
               IF WS-LATE-COUNT > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *Form numbers run in arrival order, so reading by form number
      *lists the oldest first.
           0200-REPORT-ONE-FORM.
           ADD 1 TO WS-PENDING-COUNT.
           COMPUTE WS-RECEIVED-INT =
               FUNCTION INTEGER-OF-DATE(PFRM-RECEIVED-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RECEIVED-INT.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-AGE-DAYS > KEYING-DAYS
               ADD 1 TO WS-LATE-COUNT
               MOVE "** LATE" TO WS-FLAG-TEXT
           END-IF.
           MOVE SPACES TO WS-MEMBER-NAME.
           IF WS-MASTER-FS = "00"
               MOVE PFRM-MEMBER-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-MEMBER-NAME
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-MEMBER-NAME
               END-READ
           END-IF.
           MOVE SPACES TO PENDING-REPORT-LINE.
           STRING PFRM-FORM-NO " " PFRM-MEMBER-ID " " WS-MEMBER-NAME
               "  " PFRM-RECEIVED-DATE "  " WS-AGE-DAYS " "
               PFRM-RECEIVED-BY " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.

           0300-REPORT-TOTALS.
           MOVE SPACES TO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.
           MOVE SPACES TO PENDING-REPORT-LINE.
           STRING "PENDING: " WS-PENDING-COUNT
               "  PAST KEYING AGE: " WS-LATE-COUNT
               "  KEYED TO DATE: " WS-KEYED-COUNT
               DELIMITED BY SIZE INTO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.
       END PROGRAM "PHYSPEND".
