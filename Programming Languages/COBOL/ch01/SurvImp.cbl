       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SURVIMP".
       AUTHOR.     ALAN GARCIA.
      *Import of returned satisfaction surveys. The mail house keys
      *each returned form as member ID, event code, the wait-time,
      *staff-courtesy and clarity-of-results scores (1 to 5, blank
      *when the member skipped the question) and the recommend
      *score (0 to 10). A row must match a survey we sent and not
      *already returned; garbled rows and scores off the scale are
      *rejected to the listing for the mail house to re-key.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FEED-FILE ASSIGN TO "SURVRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT SURVEY-FILE ASSIGN TO "SURVEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SURV-KEY
               FILE STATUS IS WS-SURVEY-FS.
           SELECT RESPONSE-REJECT-FILE ASSIGN TO "SURVREJS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RESPONSE-FEED-FILE.
       01 RESPONSE-FEED-LINE PIC X(80).

       FD SURVEY-FILE.
           COPY "SURVREC.cpy".

       FD RESPONSE-REJECT-FILE.
       01 RESPONSE-REJECT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FEED-FS PIC XX.
       01 WS-SURVEY-FS PIC XX.
       01 WS-REJECT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FEED VALUE "Y" FALSE "N".
       01 WS-FEED-ID PIC X(6).
       01 WS-FEED-EVENT PIC X(6).
      *A skipped question arrives blank and is loaded as zero.
       01 WS-FEED-SCORES.
           05 WS-FEED-WAIT PIC X.
               88 WAIT-IS-ON-SCALE VALUE "1" THRU "5" SPACE.
           05 WS-FEED-COURTESY PIC X.
               88 COURTESY-IS-ON-SCALE VALUE "1" THRU "5" SPACE.
           05 WS-FEED-CLARITY PIC X.
               88 CLARITY-IS-ON-SCALE VALUE "1" THRU "5" SPACE.
       01 WS-LOAD-SCORES REDEFINES WS-FEED-SCORES.
           05 WS-LOAD-WAIT PIC 9.
           05 WS-LOAD-COURTESY PIC 9.
           05 WS-LOAD-CLARITY PIC 9.
       01 WS-RECOMMEND-JUST PIC X(2) JUSTIFIED RIGHT.
       01 WS-FEED-RECOMMEND PIC X(2).
       01 WS-FEED-RECOMMEND-NUM REDEFINES WS-FEED-RECOMMEND PIC 99.
       01 WS-REASON-TEXT PIC X(40).
       01 WS-LOADED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SATISFACTION SURVEY RESPONSE IMPORT".
           OPEN INPUT RESPONSE-FEED-FILE.
           IF WS-FEED-FS NOT = "00"
               DISPLAY "Cannot open SURVRESP.DAT, status: ",
                   WS-FEED-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "SURVRESP.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-FEED-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN I-O SURVEY-FILE
               IF WS-SURVEY-FS NOT = "00"
                   DISPLAY "Cannot open SURVEY.DAT, status: ",
                       WS-SURVEY-FS
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE "SURVEY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-SURVEY-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   DISPLAY "No surveys to match - feed left for the "
                       "next run."
                   CLOSE RESPONSE-FEED-FILE
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   OPEN OUTPUT RESPONSE-REJECT-FILE
                   SET END-OF-FEED TO FALSE
                   PERFORM UNTIL END-OF-FEED
                       READ RESPONSE-FEED-FILE
                           AT END
                               SET END-OF-FEED TO TRUE
                           NOT AT END
                               PERFORM 0200-IMPORT-ONE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE RESPONSE-FEED-FILE
                   CLOSE SURVEY-FILE
                   CLOSE RESPONSE-REJECT-FILE
                   DISPLAY "Responses loaded: ", WS-LOADED-COUNT
                   DISPLAY "Rows rejected:    ", WS-REJECTED-COUNT
                   IF WS-REJECTED-COUNT > ZERO
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *Walk-in readings carry no event, so the event column may be
      *empty; the row is split on commas alone for that reason.
           0200-IMPORT-ONE-ROW.
           MOVE SPACES TO WS-FEED-ID WS-FEED-EVENT WS-FEED-WAIT
               WS-FEED-COURTESY WS-FEED-CLARITY WS-RECOMMEND-JUST.
           UNSTRING RESPONSE-FEED-LINE DELIMITED BY ","
               INTO WS-FEED-ID WS-FEED-EVENT WS-FEED-WAIT
                   WS-FEED-COURTESY WS-FEED-CLARITY
                   WS-RECOMMEND-JUST.
           MOVE SPACES TO WS-REASON-TEXT.
           IF WS-RECOMMEND-JUST = SPACES
               MOVE "RECOMMEND SCORE MISSING" TO WS-REASON-TEXT
           ELSE
               INSPECT WS-RECOMMEND-JUST
                   REPLACING LEADING SPACE BY ZERO
           END-IF.
           MOVE WS-RECOMMEND-JUST TO WS-FEED-RECOMMEND.
           EVALUATE TRUE
               WHEN WS-REASON-TEXT NOT = SPACES
                   CONTINUE
               WHEN WS-FEED-ID IS NOT NUMERIC
                   MOVE "MEMBER ID NOT NUMERIC" TO WS-REASON-TEXT
               WHEN NOT WAIT-IS-ON-SCALE
                   MOVE "WAIT SCORE NOT 1 TO 5" TO WS-REASON-TEXT
               WHEN NOT COURTESY-IS-ON-SCALE
                   MOVE "COURTESY SCORE NOT 1 TO 5" TO WS-REASON-TEXT
               WHEN NOT CLARITY-IS-ON-SCALE
                   MOVE "CLARITY SCORE NOT 1 TO 5" TO WS-REASON-TEXT
               WHEN WS-FEED-RECOMMEND IS NOT NUMERIC
                   MOVE "RECOMMEND SCORE NOT NUMERIC"
                       TO WS-REASON-TEXT
               WHEN WS-FEED-RECOMMEND-NUM > 10
                   MOVE "RECOMMEND SCORE NOT 0 TO 10"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   PERFORM 0300-STORE-RESPONSE
           END-EVALUATE.
           IF WS-REASON-TEXT NOT = SPACES
               PERFORM 0400-WRITE-REJECT
           END-IF.

           0300-STORE-RESPONSE.
           MOVE WS-FEED-ID TO SURV-MEMBER-ID.
           MOVE WS-FEED-EVENT TO SURV-EVENT-CODE.
           READ SURVEY-FILE
               INVALID KEY
                   MOVE "NO SURVEY SENT FOR MEMBER AND EVENT"
                       TO WS-REASON-TEXT
               NOT INVALID KEY
                   IF SURV-IS-RETURNED
                       MOVE "RESPONSE ALREADY LOADED"
                           TO WS-REASON-TEXT
                   ELSE
                       INSPECT WS-FEED-SCORES
                           REPLACING ALL SPACE BY ZERO
                       MOVE WS-LOAD-WAIT TO SURV-WAIT-SCORE
                       MOVE WS-LOAD-COURTESY TO SURV-COURTESY-SCORE
                       MOVE WS-LOAD-CLARITY TO SURV-CLARITY-SCORE
                       MOVE WS-FEED-RECOMMEND-NUM
                           TO SURV-RECOMMEND-SCORE
                       MOVE WS-TODAY-DATE TO SURV-RETURNED-DATE
                       SET SURV-IS-RETURNED TO TRUE
                       REWRITE SURVEY-RECORD
                       IF WS-SURVEY-FS = "00"
                           ADD 1 TO WS-LOADED-COUNT
                       ELSE
                           STRING "STORE FAILED, STATUS " WS-SURVEY-FS
                               DELIMITED BY SIZE INTO WS-REASON-TEXT
                       END-IF
                   END-IF
           END-READ.

           0400-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO RESPONSE-REJECT-LINE.
           STRING FUNCTION TRIM(RESPONSE-FEED-LINE)
               "  <-- " FUNCTION TRIM(WS-REASON-TEXT)
               DELIMITED BY SIZE INTO RESPONSE-REJECT-LINE.
           WRITE RESPONSE-REJECT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "SURVIMP" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "SURVIMP".
