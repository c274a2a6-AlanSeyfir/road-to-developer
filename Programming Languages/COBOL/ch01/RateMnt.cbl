       01 WS-CLOSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AMOUNT-DISP PIC ZZZZ9.99.
           COPY "AUTHREQ.cpy".
           COPY "CLNTREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           0200-ADD-RATE.
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF NOT CLNT-REQ-ACCEPTED
               DISPLAY "Client ", WS-CLIENT-ENTRY, " is not on file "
                   "or not active. No rate added."
           ELSE
               PERFORM 0210-ADD-RATE-ROW
           END-IF.

           0210-ADD-RATE-ROW.
           DISPLAY "Service type: ".
           ACCEPT WS-SERVICE-ENTRY.
           DISPLAY "Effective from (YYYYMMDD): ".
               DISPLAY "Rate added."
           ELSE
               DISPLAY "Cannot open RATES.DAT, status: ", WS-RATE-FS
               MOVE "0210-ADD-RATE-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE "RATES.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RATE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Closing a rate sets its effective-to so the next row takes
           OPEN I-O RATE-FILE.
           IF WS-RATE-FS NOT = "00"
               DISPLAY "Cannot open RATES.DAT, status: ", WS-RATE-FS
               MOVE "0300-CLOSE-RATE" TO ERRL-REQ-PARAGRAPH
               MOVE "RATES.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RATE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-RATES TO FALSE
               PERFORM UNTIL END-OF-RATES
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FS NOT = "00"
               DISPLAY "Cannot open RATES.DAT, status: ", WS-RATE-FS
               MOVE "0500-LIST-RATES" TO ERRL-REQ-PARAGRAPH
               MOVE "RATES.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-RATE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-RATES TO FALSE
               PERFORM UNTIL END-OF-RATES
               CLOSE RATE-FILE
               DISPLAY "Rates listed: ", WS-LISTED-COUNT
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "RATEMNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "RATEMNT".
