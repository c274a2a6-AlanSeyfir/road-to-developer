       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REFLETR".
       AUTHOR.     ALAN GARCIA.
      *Referral letter extract. Every open referral not yet routed
      *is matched to in-network providers - active directory
      *entries that accept the payer on the member's current
      *coverage span - in the member's ZIP area, nearest ZIP
      *first. Up to three are written to the mail house letter
      *file, and the nearest is recorded on the referral status
      *row so outcome reporting can follow it by provider. A
      *referral that cannot be routed (no current coverage, or
      *no in-network provider in the area) is listed for the
      *nurse and left unrouted for the next run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-STATUS-FILE ASSIGN TO "REFSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFS-KEY
               FILE STATUS IS WS-REFSTAT-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT COVERAGE-SPAN-FILE ASSIGN TO "COVSPAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COVS-KEY
               FILE STATUS IS WS-COVSPAN-FS.
           SELECT PROVIDER-FILE ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-ID
               FILE STATUS IS WS-PROVIDER-FS.
           SELECT REFERRAL-LETTER-FILE ASSIGN TO "REFLETR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "REFLETR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REFERRAL-STATUS-FILE.
           COPY "REFSREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD COVERAGE-SPAN-FILE.
           COPY "COVSREC.cpy".

       FD PROVIDER-FILE.
           COPY "PROVREC.cpy".

      *One letter per routed referral, in the mail house's
      *fixed layout: the member's address block, the referral,
      *and up to three in-network providers nearest first.
       FD REFERRAL-LETTER-FILE.
       01 REFERRAL-LETTER-RECORD.
           05 RLTR-MEMBER-ID PIC 9(6).
           05 RLTR-MEMBER-NAME PIC X(20).
           05 RLTR-ADDR-LINE-1 PIC X(30).
           05 RLTR-ADDR-LINE-2 PIC X(30).
           05 RLTR-CITY PIC X(20).
           05 RLTR-STATE PIC XX.
           05 RLTR-ZIP PIC X(5).
           05 RLTR-TRIGGER-DATE PIC 9(8).
           05 RLTR-PAYER PIC X(8).
           05 RLTR-PROVIDER OCCURS 3 TIMES.
               10 RLTR-PROV-ID PIC X(6).
               10 RLTR-PROV-NAME PIC X(30).
               10 RLTR-PROV-SPECIALTY PIC X(20).
               10 RLTR-PROV-ADDR-LINE-1 PIC X(30).
               10 RLTR-PROV-ADDR-LINE-2 PIC X(30).
               10 RLTR-PROV-CITY PIC X(20).
               10 RLTR-PROV-STATE PIC XX.
               10 RLTR-PROV-ZIP PIC X(5).
               10 RLTR-PROV-PHONE PIC X(12).

       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REFSTAT-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-COVSPAN-FS PIC XX.
       01 WS-PROVIDER-FS PIC XX.
       01 WS-LETTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-REFERRALS VALUE "Y" FALSE "N".
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".
       01 WS-COVSPAN-OPEN-SW PIC X VALUE "N".
           88 COVSPAN-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-ACCEPTS-SW PIC X.
           88 PROVIDER-ACCEPTS-PAYER VALUE "Y" FALSE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CURRENT-PAYER PIC X(8).
       01 WS-EXCEPTION-TEXT PIC X(40).
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-ROUTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAYER-SUB PIC 9.

      *"Near" is the member's 3-digit ZIP area - the postal
      *sectional center - and within it the numerically closest
      *ZIP, which tracks distance well enough for a letter.
       01 WS-MEMBER-ZIP-NUM PIC 9(5).
       01 WS-PROV-ZIP-NUM PIC 9(5).
       01 WS-ZIP-DISTANCE PIC 9(5).
       01 WS-PICKS.
           05 WS-PICK OCCURS 3 TIMES.
               10 WS-PICK-DISTANCE PIC 9(5).
               10 WS-PICK-RECORD PIC X(204).
       01 WS-PICK-COUNT PIC 9.
       01 WS-PICK-SUB PIC 9.
       01 WS-SHIFT-SUB PIC 9.
           COPY "COMMREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "REFERRAL LETTER EXTRACT".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O REFERRAL-STATUS-FILE.
           IF WS-REFSTAT-FS NOT = "00"
               DISPLAY "Cannot open REFSTAT.DAT, status: ",
                   WS-REFSTAT-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "REFSTAT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REFSTAT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN INPUT COVERAGE-SPAN-FILE
               IF WS-COVSPAN-FS = "00"
                   SET COVSPAN-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT PROVIDER-FILE
               IF WS-PROVIDER-FS NOT = "00"
                   DISPLAY "Cannot open PROVIDERS.DAT, status: ",
                       WS-PROVIDER-FS
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE "PROVIDERS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-PROVIDER-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               ELSE
                   OPEN OUTPUT REFERRAL-LETTER-FILE
                   OPEN OUTPUT EXCEPTION-REPORT-FILE
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   STRING "REFERRALS NOT ROUTED - RUN OF "
                       WS-TODAY-DATE
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
                   WRITE EXCEPTION-REPORT-LINE
                   SET END-OF-REFERRALS TO FALSE
                   PERFORM UNTIL END-OF-REFERRALS
                       READ REFERRAL-STATUS-FILE NEXT RECORD
                           AT END
                               SET END-OF-REFERRALS TO TRUE
                           NOT AT END
                               IF REFS-IS-OPEN
                                       AND REFS-PROVIDER-ID = SPACES
                                   PERFORM 0200-ROUTE-ONE-REFERRAL
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   STRING "NOT ROUTED: " WS-EXCEPTION-COUNT
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
                   WRITE EXCEPTION-REPORT-LINE
                   CLOSE REFERRAL-LETTER-FILE
                   SET COMM-REQ-FINISH TO TRUE
                   CALL "COMMLOG" USING COMM-REQUEST
                   CLOSE EXCEPTION-REPORT-FILE
                   CLOSE PROVIDER-FILE
                   DISPLAY "Letters written: ", WS-ROUTED-COUNT
                   DISPLAY "Not routed: ", WS-EXCEPTION-COUNT
                   DISPLAY "Suppressed (undeliverable or opted "
                       "out): ", WS-SUPPRESSED-COUNT
               END-IF
               CLOSE MEMBER-MASTER-FILE
               IF COVSPAN-IS-OPEN
                   CLOSE COVERAGE-SPAN-FILE
               END-IF
               CLOSE REFERRAL-STATUS-FILE
           END-IF.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *A member who cannot be mailed is left unrouted rather than
      *sent to a provider they never heard about.
           0200-ROUTE-ONE-REFERRAL.
           MOVE SPACES TO WS-CURRENT-PAYER.
           MOVE REFS-MEMBER-ID TO MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO MEMBER-ZIP
                   MOVE "MEMBER NOT ON FILE" TO WS-EXCEPTION-TEXT
                   PERFORM 0600-WRITE-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT MEMBER-IS-ACTIVE
                           MOVE "MEMBER NOT ACTIVE"
                               TO WS-EXCEPTION-TEXT
                           PERFORM 0600-WRITE-EXCEPTION
                       WHEN MEMBER-ADDR-UNDELIV
                               OR MEMBER-MAIL-REFUSED
                               OR MEMBER-NO-CONTACT
                           ADD 1 TO WS-SUPPRESSED-COUNT
                       WHEN OTHER
                           PERFORM 0250-ROUTE-ACTIVE-MEMBER
                   END-EVALUATE
           END-READ.

           0250-ROUTE-ACTIVE-MEMBER.
           PERFORM 0300-FIND-CURRENT-PAYER.
           IF WS-CURRENT-PAYER = SPACES
               MOVE "NO CURRENT COVERAGE SPAN" TO WS-EXCEPTION-TEXT
               PERFORM 0600-WRITE-EXCEPTION
           ELSE
               PERFORM 0400-CHOOSE-PROVIDERS
               IF WS-PICK-COUNT = ZERO
                   MOVE "NO IN-NETWORK PROVIDER IN ZIP AREA"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 0600-WRITE-EXCEPTION
               ELSE
                   PERFORM 0500-WRITE-LETTER
               END-IF
           END-IF.

      *The span open today decides the network; an end date of
      *zero means the span is still open.
           0300-FIND-CURRENT-PAYER.
           MOVE SPACES TO WS-CURRENT-PAYER.
           IF COVSPAN-IS-OPEN
               MOVE MEMBER-ID TO COVS-MEMBER-ID
               MOVE ZERO TO COVS-START-DATE
               START COVERAGE-SPAN-FILE KEY >= COVS-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-COVSPAN-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ COVERAGE-SPAN-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF COVS-MEMBER-ID = MEMBER-ID
                               IF COVS-START-DATE <= WS-TODAY-DATE
                                       AND (COVS-END-DATE = ZERO
                                       OR COVS-END-DATE
                                           >= WS-TODAY-DATE)
                                   MOVE COVS-PAYER
                                       TO WS-CURRENT-PAYER
                               END-IF
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0400-CHOOSE-PROVIDERS.
           MOVE ZERO TO WS-PICK-COUNT.
           IF MEMBER-ZIP IS NUMERIC
               MOVE MEMBER-ZIP TO WS-MEMBER-ZIP-NUM
               MOVE LOW-VALUES TO PROV-ID
               START PROVIDER-FILE KEY >= PROV-ID
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-PROVIDER-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ PROVIDER-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF PROV-IS-ACTIVE
                                   AND PROV-ZIP IS NUMERIC
                                   AND PROV-ZIP(1:3)
                                       = MEMBER-ZIP(1:3)
                               PERFORM 0420-CHECK-PAYER
                               IF PROVIDER-ACCEPTS-PAYER
                                   PERFORM 0440-KEEP-IF-NEARER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0420-CHECK-PAYER.
           SET PROVIDER-ACCEPTS-PAYER TO FALSE.
           MOVE 1 TO WS-PAYER-SUB.
           PERFORM UNTIL WS-PAYER-SUB > 6
                   OR PROVIDER-ACCEPTS-PAYER
               IF PROV-PAYER(WS-PAYER-SUB) = WS-CURRENT-PAYER
                   SET PROVIDER-ACCEPTS-PAYER TO TRUE
               END-IF
               ADD 1 TO WS-PAYER-SUB
           END-PERFORM.

      *The picks are kept nearest first; a nearer provider is
      *slotted in and the farthest drops off the end.
           0440-KEEP-IF-NEARER.
           MOVE PROV-ZIP TO WS-PROV-ZIP-NUM.
           IF WS-PROV-ZIP-NUM >= WS-MEMBER-ZIP-NUM
               COMPUTE WS-ZIP-DISTANCE =
                   WS-PROV-ZIP-NUM - WS-MEMBER-ZIP-NUM
           ELSE
               COMPUTE WS-ZIP-DISTANCE =
                   WS-MEMBER-ZIP-NUM - WS-PROV-ZIP-NUM
           END-IF.
           MOVE 1 TO WS-PICK-SUB.
           PERFORM UNTIL WS-PICK-SUB > WS-PICK-COUNT
                   OR WS-ZIP-DISTANCE < WS-PICK-DISTANCE(WS-PICK-SUB)
               ADD 1 TO WS-PICK-SUB
           END-PERFORM.
           IF WS-PICK-SUB <= 3
               IF WS-PICK-COUNT < 3
                   ADD 1 TO WS-PICK-COUNT
               END-IF
               MOVE WS-PICK-COUNT TO WS-SHIFT-SUB
               PERFORM UNTIL WS-SHIFT-SUB <= WS-PICK-SUB
                   MOVE WS-PICK(WS-SHIFT-SUB - 1)
                       TO WS-PICK(WS-SHIFT-SUB)
                   SUBTRACT 1 FROM WS-SHIFT-SUB
               END-PERFORM
               MOVE WS-ZIP-DISTANCE
                   TO WS-PICK-DISTANCE(WS-PICK-SUB)
               MOVE PROVIDER-RECORD TO WS-PICK-RECORD(WS-PICK-SUB)
           END-IF.

           0500-WRITE-LETTER.
           MOVE SPACES TO REFERRAL-LETTER-RECORD.
           MOVE MEMBER-ID TO RLTR-MEMBER-ID.
           MOVE MEMBER-NAME TO RLTR-MEMBER-NAME.
           MOVE MEMBER-ADDR-LINE-1 TO RLTR-ADDR-LINE-1.
           MOVE MEMBER-ADDR-LINE-2 TO RLTR-ADDR-LINE-2.
           MOVE MEMBER-CITY TO RLTR-CITY.
           MOVE MEMBER-STATE TO RLTR-STATE.
           MOVE MEMBER-ZIP TO RLTR-ZIP.
           MOVE REFS-TRIGGER-DATE TO RLTR-TRIGGER-DATE.
           MOVE WS-CURRENT-PAYER TO RLTR-PAYER.
           MOVE 1 TO WS-PICK-SUB.
           PERFORM UNTIL WS-PICK-SUB > WS-PICK-COUNT
               MOVE WS-PICK-RECORD(WS-PICK-SUB) TO PROVIDER-RECORD
               MOVE PROV-ID TO RLTR-PROV-ID(WS-PICK-SUB)
               MOVE PROV-NAME TO RLTR-PROV-NAME(WS-PICK-SUB)
               MOVE PROV-SPECIALTY
                   TO RLTR-PROV-SPECIALTY(WS-PICK-SUB)
               MOVE PROV-ADDR-LINE-1
                   TO RLTR-PROV-ADDR-LINE-1(WS-PICK-SUB)
               MOVE PROV-ADDR-LINE-2
                   TO RLTR-PROV-ADDR-LINE-2(WS-PICK-SUB)
               MOVE PROV-CITY TO RLTR-PROV-CITY(WS-PICK-SUB)
               MOVE PROV-STATE TO RLTR-PROV-STATE(WS-PICK-SUB)
               MOVE PROV-ZIP TO RLTR-PROV-ZIP(WS-PICK-SUB)
               MOVE PROV-PHONE TO RLTR-PROV-PHONE(WS-PICK-SUB)
               ADD 1 TO WS-PICK-SUB
           END-PERFORM.
           WRITE REFERRAL-LETTER-RECORD.
           PERFORM 0550-LOG-COMMUNICATION.
           MOVE RLTR-PROV-ID(1) TO REFS-PROVIDER-ID.
           MOVE WS-TODAY-DATE TO REFS-ROUTED-DATE.
           REWRITE REFERRAL-STATUS-RECORD.
           IF WS-REFSTAT-FS = "00"
               ADD 1 TO WS-ROUTED-COUNT
           ELSE
               DISPLAY "Could not record provider for member ",
                   REFS-MEMBER-ID, ", status: ", WS-REFSTAT-FS
               MOVE "0500-WRITE-LETTER" TO ERRL-REQ-PARAGRAPH
               MOVE "REFSTAT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REFSTAT-FS TO ERRL-REQ-STATUS
               MOVE REFS-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *The letter just written goes on the member's communication
      *history with the address it was sent to.
           0550-LOG-COMMUNICATION.
           SET COMM-REQ-RECORD TO TRUE.
           MOVE "REFLETR" TO COMM-REQ-PROGRAM.
           MOVE MEMBER-ID TO COMM-REQ-MEMBER-ID.
           MOVE "REFERRAL" TO COMM-REQ-TYPE.
           SET COMM-REQ-BY-MAIL TO TRUE.
           MOVE MEMBER-ADDR-LINE-1 TO COMM-REQ-ADDR-LINE-1.
           MOVE MEMBER-ADDR-LINE-2 TO COMM-REQ-ADDR-LINE-2.
           MOVE MEMBER-CITY TO COMM-REQ-CITY.
           MOVE MEMBER-STATE TO COMM-REQ-STATE.
           MOVE MEMBER-ZIP TO COMM-REQ-ZIP.
           MOVE SPACES TO COMM-REQ-PHONE.
           CALL "COMMLOG" USING COMM-REQUEST.

           0600-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "  MEMBER " REFS-MEMBER-ID
               "  TRIGGERED " REFS-TRIGGER-DATE
               "  ZIP " MEMBER-ZIP
               "  PAYER " WS-CURRENT-PAYER
               "  " WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "REFLETR" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "REFLETR".
