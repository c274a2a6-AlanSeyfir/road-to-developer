       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-IX PIC 9.
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
           COPY "CLNTREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
               OPEN I-O CONTRACT-FILE
           END-IF.

      *A contract can only be written for a client on the client
      *master and active today, so a mistyped code never reaches
      *billing.
           0200-ADD-CONTRACT.
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           EVALUATE TRUE
               WHEN CLNT-REQ-ACCEPTED
                   DISPLAY "Client: ", FUNCTION TRIM(CLNT-REQ-NAME)
                   MOVE WS-CLIENT-ENTRY TO CONT-CLIENT-CODE
                   PERFORM 0250-CAPTURE-FIELDS
                   WRITE CONTRACT-RECORD
                       INVALID KEY
                           DISPLAY "Client ", WS-CLIENT-ENTRY,
                               " already has a contract."
                   END-WRITE
                   IF WS-CONTRACT-FS = "00"
                       DISPLAY "Contract for ", CONT-CLIENT-CODE,
                           " added."
                   END-IF
               WHEN CLNT-REQ-INACTIVE
                   DISPLAY "Client ", WS-CLIENT-ENTRY,
                       " is not active. Contract not added."
               WHEN OTHER
                   DISPLAY "Client ", WS-CLIENT-ENTRY,
                       " is not on file. Contract not added."
           END-EVALUATE.

           0250-CAPTURE-FIELDS.
           DISPLAY "Term from (YYYYMMDD): ".
