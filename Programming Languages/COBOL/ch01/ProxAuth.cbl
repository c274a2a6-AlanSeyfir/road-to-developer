       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROXAUTH".
       AUTHOR.     ALAN GARCIA.
      *Shared personal-representative check. Lists a member's
      *representatives from PROXY.DAT one at a time for the desk,
      *and judges whether a named representative may receive a
      *given kind of data on a given date: the authority must be
      *backed by a document on file, be in force on the date, and
      *cover the data. Called from every inquiry that can release
      *a member's information to someone other than the member.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROXY-FILE ASSIGN TO "PROXY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROX-KEY
               FILE STATUS IS WS-PROXY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PROXY-FILE.
           COPY "PROXREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROXY-FS PIC XX.

       LINKAGE SECTION.
           COPY "PROXREQ.cpy".

       PROCEDURE DIVISION USING PROXY-REQUEST.
           0100-START-HERE.
           SET PXRQ-NOT-ON-FILE TO TRUE.
           OPEN INPUT PROXY-FILE.
           IF WS-PROXY-FS = "00"
               EVALUATE TRUE
                   WHEN PXRQ-GET-NEXT
                       PERFORM 0200-GET-NEXT
                   WHEN PXRQ-CHECK
                       PERFORM 0300-CHECK-AUTHORITY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE PROXY-FILE
           END-IF.
           GOBACK.

           0200-GET-NEXT.
           MOVE PXRQ-MEMBER-ID TO PROX-MEMBER-ID.
           MOVE PXRQ-PROXY-SEQ TO PROX-SEQ.
           START PROXY-FILE KEY > PROX-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-PROXY-FS = "00"
               READ PROXY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PROX-MEMBER-ID = PXRQ-MEMBER-ID
                           PERFORM 0400-RETURN-DETAIL
                           SET PXRQ-ACCEPTED TO TRUE
                       END-IF
               END-READ
           END-IF.

      *Tests run in the order the desk would explain them to the
      *caller: no paper, not started, ended, then not covered.
      *Results are covered by a results or full-record authority;
      *the full record only by a full-record authority. An
      *administrative-only authority covers no health data.
           0300-CHECK-AUTHORITY.
           MOVE PXRQ-MEMBER-ID TO PROX-MEMBER-ID.
           MOVE PXRQ-PROXY-SEQ TO PROX-SEQ.
           READ PROXY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0400-RETURN-DETAIL
                   EVALUATE TRUE
                       WHEN NOT PROX-DOC-IS-VALID
                               OR PROX-DOC-REF = SPACES
                           SET PXRQ-NO-DOCUMENT TO TRUE
                       WHEN PROX-EFFECTIVE-DATE > PXRQ-AS-OF-DATE
                           SET PXRQ-NOT-YET-EFFECTIVE TO TRUE
                       WHEN NOT PROX-HAS-NO-EXPIRY
                               AND PROX-EXPIRY-DATE < PXRQ-AS-OF-DATE
                           SET PXRQ-LAPSED TO TRUE
                       WHEN PROX-SCOPE-FULL-RECORD
                           SET PXRQ-ACCEPTED TO TRUE
                       WHEN PROX-SCOPE-RESULTS AND PXRQ-FOR-RESULTS
                           SET PXRQ-ACCEPTED TO TRUE
                       WHEN OTHER
                           SET PXRQ-OUT-OF-SCOPE TO TRUE
                   END-EVALUATE
           END-READ.

           0400-RETURN-DETAIL.
           MOVE PROX-SEQ TO PXRQ-PROXY-SEQ.
           MOVE PROX-NAME TO PXRQ-PROXY-NAME.
           MOVE PROX-RELATIONSHIP TO PXRQ-RELATIONSHIP.
           MOVE PROX-SCOPE TO PXRQ-SCOPE.
           MOVE PROX-EFFECTIVE-DATE TO PXRQ-EFFECTIVE-DATE.
           MOVE PROX-EXPIRY-DATE TO PXRQ-EXPIRY-DATE.
       END PROGRAM "PROXAUTH".
