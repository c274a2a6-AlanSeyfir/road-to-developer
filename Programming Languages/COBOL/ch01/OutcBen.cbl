       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OUTCBEN".
       AUTHOR.     ALAN GARCIA.
      *Premium discount file for HR benefits. Lists, for a client
      *and plan year, every member whose determination on
      *OUTCDET.DAT earned the outcome-based discount - on the
      *readings or on an appeal under the alternative standard.
      *The employer sees only who earned it: no readings, no
      *targets and nothing that tells a pass from an appeal goes
      *on the file. Run after the appeal window has closed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETERMINATION-FILE ASSIGN TO "OUTCDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODET-KEY
               FILE STATUS IS WS-DET-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT BENEFITS-FILE ASSIGN TO "OUTCBEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFITS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DETERMINATION-FILE.
           COPY "ODETREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BENEFITS-FILE.
      *HR fixed layout, zoned with no separators like the payroll
      *file: plan year, employee ID, client, employee name, the
      *discount status and the run date.
       01 BENEFITS-RECORD.
           05 OBEN-PLAN-YEAR PIC 9(4).
           05 OBEN-EMPLOYEE-ID PIC 9(6).
           05 OBEN-CLIENT-CODE PIC X(3).
           05 OBEN-EMPLOYEE-NAME PIC X(20).
           05 OBEN-STATUS PIC X(6).
           05 OBEN-RUN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-DET-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-BENEFITS-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-YEAR-ENTRY PIC 9(4).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DETERMINED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NOT-EARNED-COUNT PIC 9(6) VALUE ZERO.
           COPY "CLNTREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PREMIUM DISCOUNT FILE FOR HR BENEFITS".
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF NOT CLNT-REQ-ACCEPTED
               DISPLAY "Client ", WS-CLIENT-ENTRY, " is not on file "
                   "or not active. No file written."
               GOBACK
           END-IF.
           DISPLAY "Plan year (YYYY): ".
           ACCEPT WS-YEAR-ENTRY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DETERMINATION-FILE.
           IF WS-DET-FS NOT = "00"
               DISPLAY "No determinations on file - run the plan-year "
                   "determination first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT BENEFITS-FILE.
           PERFORM 0200-WRITE-EARNED.
           CLOSE DETERMINATION-FILE.
           CLOSE BENEFITS-FILE.
           IF MASTER-IS-OPEN
               CLOSE MEMBER-MASTER-FILE
           END-IF.
           DISPLAY "Determinations for ", WS-CLIENT-ENTRY, " ",
               WS-YEAR-ENTRY, ": ", WS-DETERMINED-COUNT.
           DISPLAY "  Earned the discount (written): ",
               WS-WRITTEN-COUNT.
           DISPLAY "  Did not earn it:               ",
               WS-NOT-EARNED-COUNT.
           DISPLAY "Benefits file OUTCBEN.DAT.".
           IF WS-DETERMINED-COUNT = ZERO
               DISPLAY "No determinations for this client and year - "
                   "run the plan-year determination first."
               MOVE 4 TO RETURN-CODE
           END-IF.
       GOBACK.

      *The file is keyed member first, so the whole file is read
      *and the client and year picked out.
           0200-WRITE-EARNED.
           SET END-OF-FILE-REACHED TO FALSE.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ DETERMINATION-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF ODET-CLIENT-CODE = WS-CLIENT-ENTRY
                               AND ODET-PLAN-YEAR = WS-YEAR-ENTRY
                           PERFORM 0250-WRITE-ONE
                       END-IF
               END-READ
           END-PERFORM.

           0250-WRITE-ONE.
           ADD 1 TO WS-DETERMINED-COUNT.
           IF ODET-EARNED-DISCOUNT
               MOVE ODET-PLAN-YEAR TO OBEN-PLAN-YEAR
               MOVE ODET-MEMBER-ID TO OBEN-EMPLOYEE-ID
               MOVE ODET-CLIENT-CODE TO OBEN-CLIENT-CODE
               MOVE SPACES TO OBEN-EMPLOYEE-NAME
               IF MASTER-IS-OPEN
                   MOVE ODET-MEMBER-ID TO MEMBER-ID
                   READ MEMBER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MEMBER-NAME TO OBEN-EMPLOYEE-NAME
                   END-READ
               END-IF
               MOVE "EARNED" TO OBEN-STATUS
               MOVE WS-TODAY-DATE TO OBEN-RUN-DATE
               WRITE BENEFITS-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               ADD 1 TO WS-NOT-EARNED-COUNT
           END-IF.
       END PROGRAM "OUTCBEN".
