       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CLNTCHK".
       AUTHOR.     ALAN GARCIA.
      *Shared client-code service. Looks the code up on CLIENTS.DAT
      *and returns the legal name, refusing a code that is not on
      *file or not active on the as-of date. Called wherever a
      *client code is keyed, so a typo is caught at the keyboard
      *instead of on the invoice, and by the reports that print
      *the client's name in place of the bare code. A client
      *master that will not open is logged and reported to the
      *caller as such, not passed off as an unknown code.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNT-CODE
               FILE STATUS IS WS-CLIENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE.
           COPY "CLNTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLIENT-FS PIC XX.
       01 WS-AS-OF-DATE PIC 9(8).
           COPY "ERRLREQ.cpy".

       LINKAGE SECTION.
           COPY "CLNTREQ.cpy".

       PROCEDURE DIVISION USING CLNT-REQUEST.
           0100-START-HERE.
           SET CLNT-REQ-NOT-ON-FILE TO TRUE.
           MOVE SPACES TO CLNT-REQ-NAME.
           MOVE CLNT-REQ-CODE TO CLNT-REQ-NAME.
           IF CLNT-REQ-AS-OF = ZERO
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CLNT-REQ-AS-OF TO WS-AS-OF-DATE
           END-IF.
           OPEN INPUT CLIENT-FILE.
           IF WS-CLIENT-FS = "00"
               MOVE CLNT-REQ-CODE TO CLNT-CODE
               READ CLIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLNT-LEGAL-NAME TO CLNT-REQ-NAME
                       IF CLNT-ACTIVE-FROM <= WS-AS-OF-DATE
                               AND (CLNT-ACTIVE-TO = ZERO
                                   OR CLNT-ACTIVE-TO >= WS-AS-OF-DATE)
                           SET CLNT-REQ-ACCEPTED TO TRUE
                       ELSE
                           SET CLNT-REQ-INACTIVE TO TRUE
                       END-IF
               END-READ
               CLOSE CLIENT-FILE
           ELSE
               DISPLAY "Cannot open CLIENTS.DAT, status: ",
                   WS-CLIENT-FS
               SET CLNT-REQ-NO-CLIENT-FILE TO TRUE
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "CLIENTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CLIENT-FS TO ERRL-REQ-STATUS
               MOVE CLNT-REQ-CODE TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           GOBACK.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "CLNTCHK" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "CLNTCHK".
