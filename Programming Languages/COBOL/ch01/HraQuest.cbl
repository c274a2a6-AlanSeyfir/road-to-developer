      *kiosk, scores the total against the maximum possible, bands
      *it LOW / MODERATE / HIGH, and stores the result keyed by
      *member and date - so the annual HRA stops being a paper
      *form in a drawer. Each answer is kept as well, one row per
      *question beside the session's result, for the question-level
      *report sponsors choose their programs from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRAA-KEY
               FILE STATUS IS WS-HRAANS-FS.
           SELECT HRA-DETAIL-FILE ASSIGN TO "HRAQANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRAQ-KEY
               FILE STATUS IS WS-HRAQANS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HRA-ANSWER-FILE.
           COPY "HRAAREC.cpy".

       FD HRA-DETAIL-FILE.
           COPY "HRAQREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HRADEF-FS PIC XX.
       01 WS-HRAANS-FS PIC XX.
       01 WS-HRAQANS-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 DEFINE-MODE-CHOSEN VALUE "D" "d".
           88 CAPTURE-MODE-CHOSEN VALUE "C" "c".
       01 WS-LOW-CUTOFF PIC 9(3).
       01 WS-MODERATE-CUTOFF PIC 9(3).
       01 WS-LISTED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-QX PIC 99.
      *The session's answers by question number, zero where the
      *question was not asked, held until the result is stored.
       01 WS-SESSION-ANSWERS.
           05 WS-HELD-ANSWER OCCURS 99 TIMES.
               10 WS-HELD-CHOICE PIC 9.
               10 WS-HELD-SCORE PIC 99.
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           ELSE
               DISPLAY "Could not save question, status: ",
                   WS-HRADEF-FS
               MOVE "0200-DEFINE-QUESTION" TO ERRL-REQ-PARAGRAPH
               MOVE "HRADEF.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HRADEF-FS TO ERRL-REQ-STATUS
               MOVE HRAD-NUMBER TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           CLOSE HRA-QUESTION-FILE.

           MOVE ZERO TO WS-TOTAL-SCORE.
           MOVE ZERO TO WS-MAX-SCORE.
           MOVE ZERO TO WS-ASKED-COUNT.
           MOVE ZEROS TO WS-SESSION-ANSWERS.
           OPEN INPUT HRA-QUESTION-FILE.
           IF WS-HRADEF-FS NOT = "00"
               DISPLAY "No questions on file, status: ",
                   WS-HRADEF-FS
               MOVE "0300-CAPTURE-QUESTIONNAIRE" TO ERRL-REQ-PARAGRAPH
               MOVE "HRADEF.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HRADEF-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-QUESTIONS TO FALSE
               PERFORM UNTIL END-OF-QUESTIONS
               END-IF
           END-PERFORM.
           ADD HRAD-SCORE(WS-ANSWER-ENTRY) TO WS-TOTAL-SCORE.
           IF HRAD-NUMBER > ZERO
               MOVE WS-ANSWER-ENTRY TO WS-HELD-CHOICE(HRAD-NUMBER)
               MOVE HRAD-SCORE(WS-ANSWER-ENTRY)
                   TO WS-HELD-SCORE(HRAD-NUMBER)
           END-IF.
           MOVE ZERO TO WS-QUESTION-MAX.
           MOVE ZERO TO WS-IX.
           PERFORM UNTIL WS-IX >= 4
           IF WS-HRAANS-FS = "00"
               DISPLAY "HRA scored ", WS-TOTAL-SCORE, " of ",
                   WS-MAX-SCORE, " - band ", WS-BAND-TEXT
               PERFORM 0450-STORE-ANSWERS
           ELSE
               DISPLAY "Could not store HRA result, status: ",
                   WS-HRAANS-FS
               MOVE "0400-BAND-AND-STORE" TO ERRL-REQ-PARAGRAPH
               MOVE "HRAANS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HRAANS-FS TO ERRL-REQ-STATUS
               MOVE HRAA-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           CLOSE HRA-ANSWER-FILE.

      *A second questionnaire the same day replaces the first, so
      *its answers overwrite the first session's rows too.
           0450-STORE-ANSWERS.
           OPEN I-O HRA-DETAIL-FILE.
           IF WS-HRAQANS-FS = "35"
               OPEN OUTPUT HRA-DETAIL-FILE
               CLOSE HRA-DETAIL-FILE
               OPEN I-O HRA-DETAIL-FILE
           END-IF.
           IF WS-HRAQANS-FS NOT = "00"
               DISPLAY "Could not store HRA answers, status: ",
                   WS-HRAQANS-FS
               MOVE "0450-STORE-ANSWERS" TO ERRL-REQ-PARAGRAPH
               MOVE "HRAQANS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HRAQANS-FS TO ERRL-REQ-STATUS
               MOVE HRAQ-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE ZERO TO WS-QX
               PERFORM UNTIL WS-QX >= 99
                   ADD 1 TO WS-QX
                   IF WS-HELD-CHOICE(WS-QX) > ZERO
                       PERFORM 0460-STORE-ONE-ANSWER
                   END-IF
               END-PERFORM
               CLOSE HRA-DETAIL-FILE
           END-IF.

           0460-STORE-ONE-ANSWER.
           MOVE WS-ID-ENTRY TO HRAQ-MEMBER-ID.
           MOVE WS-TODAY-DATE TO HRAQ-DATE.
           MOVE WS-QX TO HRAQ-NUMBER.
           MOVE WS-HELD-CHOICE(WS-QX) TO HRAQ-ANSWER.
           MOVE WS-HELD-SCORE(WS-QX) TO HRAQ-SCORE.
           WRITE HRA-QUESTION-ANSWER-RECORD
               INVALID KEY
                   REWRITE HRA-QUESTION-ANSWER-RECORD
           END-WRITE.
           IF WS-HRAQANS-FS NOT = "00"
               DISPLAY "Could not store answer to question ",
                   WS-QX, ", status: ", WS-HRAQANS-FS
               MOVE "0460-STORE-ONE-ANSWER" TO ERRL-REQ-PARAGRAPH
               MOVE "HRAQANS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HRAQANS-FS TO ERRL-REQ-STATUS
               MOVE HRAQ-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0600-LIST-QUESTIONS.
           OPEN INPUT HRA-QUESTION-FILE.
           IF WS-HRADEF-FS NOT = "00"
               DISPLAY "No questions on file, status: ",
                   WS-HRADEF-FS
               MOVE "0600-LIST-QUESTIONS" TO ERRL-REQ-PARAGRAPH
               MOVE "HRADEF.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HRADEF-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-QUESTIONS TO FALSE
               PERFORM UNTIL END-OF-QUESTIONS
               CLOSE HRA-QUESTION-FILE
               DISPLAY "Questions listed: ", WS-LISTED-COUNT
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "HRAQUEST" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "HRAQUEST".
