       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PREVRPT".
       AUTHOR.     ALAN GARCIA.
      *Preventive-care compliance by client. For each service the
      *client credits today, counts the client's active members
      *the service is recommended for (by age and sex) and how
      *many of them are current - a verified attestation dated
      *inside the service's currency period - and prints the
      *share current, for the sponsor's benefits review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVCARE-ATTEST-FILE ASSIGN TO "PREVCARE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAT-KEY
               FILE STATUS IS WS-ATTEST-FS.
           SELECT PREVCARE-RULE-FILE ASSIGN TO "PCRULES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCRL-KEY
               FILE STATUS IS WS-RULE-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT COMPLIANCE-REPORT-FILE ASSIGN TO "PREVRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PREVCARE-ATTEST-FILE.
           COPY "PCATREC.cpy".

       FD PREVCARE-RULE-FILE.
           COPY "PCRULREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD COMPLIANCE-REPORT-FILE.
       01 COMPLIANCE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ATTEST-FS PIC XX.
       01 WS-RULE-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y" FALSE "N".
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-ATTEST-OPEN-SW PIC X VALUE "N".
           88 ATTESTATIONS-ARE-OPEN VALUE "Y" FALSE "N".
       01 WS-SUITS-SW PIC X.
           88 SERVICE-SUITS-MEMBER VALUE "Y" FALSE "N".
       01 WS-CLIENT-ENTRY PIC X(3).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-AGE-YEARS PIC 999.
       01 WS-MEMBER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LATEST-DATE PIC 9(8).
       01 WS-SVC-SUB PIC 9.
       01 WS-CR-SUB PIC 9.
       01 WS-PCT-DISPLAY PIC ZZ9.9.
       01 WS-PCT PIC 999V9.
           COPY "CLNTREQ.cpy".
           COPY "PCSVCTBL.cpy".

      *The services this client credits today, each with its row
      *in the preventive table, the start of its currency window
      *counted back from today, and the tallies.
       01 WS-CREDITED-TABLE.
           05 WS-CREDITED OCCURS 5 TIMES.
               10 WS-CR-SERVICE PIC X(4).
               10 WS-CR-TBL-SUB PIC 9.
               10 WS-CR-WINDOW-START PIC 9(8).
               10 WS-CR-ELIGIBLE PIC 9(6).
               10 WS-CR-CURRENT PIC 9(6).
       01 WS-CREDITED-COUNT PIC 9 VALUE ZERO.
       01 WS-WINDOW-START PIC 9(8).
       01 WS-WINDOW-PARTS REDEFINES WS-WINDOW-START.
           05 WS-WINDOW-YEAR PIC 9(4).
           05 WS-WINDOW-MONTH PIC 99.
           05 WS-WINDOW-DAY PIC 99.
       01 WS-MONTH-COUNT PIC 9(6).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "PREVENTIVE-CARE COMPLIANCE BY CLIENT".
           DISPLAY "Client code: ".
           ACCEPT WS-CLIENT-ENTRY.
           MOVE WS-CLIENT-ENTRY TO CLNT-REQ-CODE.
           MOVE ZERO TO CLNT-REQ-AS-OF.
           CALL "CLNTCHK" USING CLNT-REQUEST.
           IF CLNT-REQ-NOT-ON-FILE
               DISPLAY "Client ", WS-CLIENT-ENTRY, " is not on file."
               GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0200-LOAD-CREDITED-SERVICES.
           IF WS-CREDITED-COUNT = ZERO
               DISPLAY "Client ", WS-CLIENT-ENTRY, " credits no "
                   "preventive services today."
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
               ELSE
                   OPEN INPUT PREVCARE-ATTEST-FILE
                   IF WS-ATTEST-FS = "00"
                       SET ATTESTATIONS-ARE-OPEN TO TRUE
                   END-IF
                   SET END-OF-MASTER-FILE TO FALSE
                   PERFORM UNTIL END-OF-MASTER-FILE
                       READ MEMBER-MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-MASTER-FILE TO TRUE
                           NOT AT END
                               IF MEMBER-IS-ACTIVE
                                       AND MEMBER-CLIENT-CODE
                                           = WS-CLIENT-ENTRY
                                   PERFORM 0300-TALLY-MEMBER
                               END-IF
                       END-READ
                   END-PERFORM
                   IF ATTESTATIONS-ARE-OPEN
                       CLOSE PREVCARE-ATTEST-FILE
                   END-IF
                   CLOSE MEMBER-MASTER-FILE
                   PERFORM 0500-WRITE-REPORT
               END-IF
           END-IF.
       GOBACK.

           0200-LOAD-CREDITED-SERVICES.
           OPEN INPUT PREVCARE-RULE-FILE.
           IF WS-RULE-FS = "00"
               MOVE WS-CLIENT-ENTRY TO PCRL-CLIENT-CODE
               MOVE LOW-VALUES TO PCRL-SERVICE
               START PREVCARE-RULE-FILE KEY >= PCRL-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-RULE-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ PREVCARE-RULE-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF PCRL-CLIENT-CODE NOT = WS-CLIENT-ENTRY
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               IF PCRL-ACTIVE-FROM <= WS-TODAY-DATE
                                       AND (PCRL-ACTIVE-TO = ZERO
                                       OR PCRL-ACTIVE-TO
                                           >= WS-TODAY-DATE)
                                   PERFORM 0250-ADD-CREDITED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREVCARE-RULE-FILE
           END-IF.

           0250-ADD-CREDITED.
           MOVE 1 TO WS-SVC-SUB.
           PERFORM UNTIL WS-SVC-SUB > PREVCARE-TABLE-SIZE
                   OR PREVCARE-TBL-CODE(WS-SVC-SUB) = PCRL-SERVICE
               ADD 1 TO WS-SVC-SUB
           END-PERFORM.
           IF WS-SVC-SUB <= PREVCARE-TABLE-SIZE
                   AND WS-CREDITED-COUNT < 5
               ADD 1 TO WS-CREDITED-COUNT
               MOVE WS-CREDITED-COUNT TO WS-CR-SUB
               MOVE PCRL-SERVICE TO WS-CR-SERVICE(WS-CR-SUB)
               MOVE WS-SVC-SUB TO WS-CR-TBL-SUB(WS-CR-SUB)
               MOVE ZERO TO WS-CR-ELIGIBLE(WS-CR-SUB)
               MOVE ZERO TO WS-CR-CURRENT(WS-CR-SUB)
               MOVE WS-TODAY-DATE TO WS-WINDOW-START
               COMPUTE WS-MONTH-COUNT =
                   WS-WINDOW-YEAR * 12 + WS-WINDOW-MONTH - 1
                   - PREVCARE-TBL-MONTHS(WS-SVC-SUB)
               COMPUTE WS-WINDOW-YEAR = WS-MONTH-COUNT / 12
               COMPUTE WS-WINDOW-MONTH =
                   FUNCTION MOD(WS-MONTH-COUNT, 12) + 1
               MOVE WS-WINDOW-START TO WS-CR-WINDOW-START(WS-CR-SUB)
           END-IF.

           0300-TALLY-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE 1 TO WS-CR-SUB.
           PERFORM UNTIL WS-CR-SUB > WS-CREDITED-COUNT
               MOVE WS-CR-TBL-SUB(WS-CR-SUB) TO WS-SVC-SUB
               PERFORM 0350-CHECK-SUITS-MEMBER
               IF SERVICE-SUITS-MEMBER
                   ADD 1 TO WS-CR-ELIGIBLE(WS-CR-SUB)
                   PERFORM 0400-FIND-LATEST-VERIFIED
                   IF WS-LATEST-DATE > ZERO
                           AND WS-LATEST-DATE
                               >= WS-CR-WINDOW-START(WS-CR-SUB)
                       ADD 1 TO WS-CR-CURRENT(WS-CR-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-CR-SUB
           END-PERFORM.

      *Judged as the desk judges it: the service's sex and age
      *range, with age taken today; no birth date on file counts
      *the member in.
           0350-CHECK-SUITS-MEMBER.
           SET SERVICE-SUITS-MEMBER TO TRUE.
           IF PREVCARE-TBL-SEX(WS-SVC-SUB) NOT = "B"
                   AND PREVCARE-TBL-SEX(WS-SVC-SUB) NOT = MEMBER-SEX
               SET SERVICE-SUITS-MEMBER TO FALSE
           END-IF.
           IF MEMBER-BIRTH-DATE IS NUMERIC
                   AND MEMBER-BIRTH-DATE > ZERO
               COMPUTE WS-AGE-YEARS =
                   (WS-TODAY-DATE - MEMBER-BIRTH-DATE) / 10000
               IF WS-AGE-YEARS < PREVCARE-TBL-MIN-AGE(WS-SVC-SUB)
                       OR WS-AGE-YEARS
                           > PREVCARE-TBL-MAX-AGE(WS-SVC-SUB)
                   SET SERVICE-SUITS-MEMBER TO FALSE
               END-IF
           END-IF.

           0400-FIND-LATEST-VERIFIED.
           MOVE ZERO TO WS-LATEST-DATE.
           IF ATTESTATIONS-ARE-OPEN
               MOVE MEMBER-ID TO PCAT-MEMBER-ID
               MOVE WS-CR-SERVICE(WS-CR-SUB) TO PCAT-SERVICE
               MOVE ZERO TO PCAT-SERVICE-DATE
               START PREVCARE-ATTEST-FILE KEY >= PCAT-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-ATTEST-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ PREVCARE-ATTEST-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF PCAT-MEMBER-ID NOT = MEMBER-ID
                                   OR PCAT-SERVICE
                                       NOT = WS-CR-SERVICE(WS-CR-SUB)
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               IF PCAT-IS-VERIFIED
                                   MOVE PCAT-SERVICE-DATE
                                       TO WS-LATEST-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0500-WRITE-REPORT.
           OPEN OUTPUT COMPLIANCE-REPORT-FILE.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE.
           STRING "PREVENTIVE-CARE COMPLIANCE - CLIENT "
               WS-CLIENT-ENTRY " " CLNT-REQ-NAME
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE.
           STRING "AS OF " WS-TODAY-DATE
               "   ACTIVE MEMBERS: " WS-MEMBER-COUNT
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE.
           STRING "SERVICE                        ELIGIBLE  "
               "CURRENT  % CURRENT  CURRENT SINCE"
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE 1 TO WS-CR-SUB.
           PERFORM UNTIL WS-CR-SUB > WS-CREDITED-COUNT
               PERFORM 0550-WRITE-SERVICE-LINE
               ADD 1 TO WS-CR-SUB
           END-PERFORM.
           CLOSE COMPLIANCE-REPORT-FILE.
           DISPLAY "Active members: ", WS-MEMBER-COUNT.
           DISPLAY "Report written to PREVRPT.RPT".

           0550-WRITE-SERVICE-LINE.
           MOVE WS-CR-TBL-SUB(WS-CR-SUB) TO WS-SVC-SUB.
           MOVE ZERO TO WS-PCT.
           IF WS-CR-ELIGIBLE(WS-CR-SUB) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CR-CURRENT(WS-CR-SUB) * 100
                   / WS-CR-ELIGIBLE(WS-CR-SUB)
           END-IF.
           MOVE WS-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE.
           STRING WS-CR-SERVICE(WS-CR-SUB) " "
               PREVCARE-TBL-NAME(WS-SVC-SUB) "  "
               WS-CR-ELIGIBLE(WS-CR-SUB) "   "
               WS-CR-CURRENT(WS-CR-SUB) "    "
               WS-PCT-DISPLAY "     "
               WS-CR-WINDOW-START(WS-CR-SUB)
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PREVRPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PREVRPT".
