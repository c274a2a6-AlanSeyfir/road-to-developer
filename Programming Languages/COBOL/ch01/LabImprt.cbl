       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LABIMPRT".
       AUTHOR.     ALAN GARCIA.
      *Import of the lab vendor results feed. Each row carries the
      *accession number from the lab order and is matched to its
      *requisition - a result with no outstanding order behind it,
      *or against a different member than the order, is rejected.
      *Rows are also validated against the member master and the
      *numeric edits; good rows land in the keyed lab results file
      *and close their requisition, and unmatched or garbled rows
      *go to the reject list for the nurse to work.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT REQUISITION-FILE ASSIGN TO "LABREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LREQ-ACCESSION
               ALTERNATE RECORD KEY IS LREQ-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LREQ-FS.
           SELECT LAB-REJECT-FILE ASSIGN TO "LABREJS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FS.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD REQUISITION-FILE.
           COPY "LREQREC.cpy".

       FD LAB-REJECT-FILE.
       01 LAB-REJECT-LINE PIC X(100).

       01 WS-LAB-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REJECT-FS PIC XX.
       01 WS-LREQ-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FEED VALUE "Y" FALSE "N".
       01 WS-FEED-ACCESSION PIC X(8).
       01 WS-FEED-ID PIC X(6).
       01 WS-FEED-DATE PIC X(8).
       01 WS-FEED-GLUCOSE PIC X(3).
       01 WS-REASON-TEXT PIC X(40).
       01 WS-LOADED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           OPEN INPUT LAB-FEED-FILE.
           IF WS-FEED-FS NOT = "00"
               DISPLAY "Cannot open LABFEED.DAT, status: ", WS-FEED-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "LABFEED.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-FEED-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN I-O REQUISITION-FILE
               IF WS-LREQ-FS NOT = "00"
                   DISPLAY "Cannot open LABREQ.DAT, status: ",
                       WS-LREQ-FS
                   MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
                   MOVE "LABREQ.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-LREQ-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   DISPLAY "No results can be matched - feed left "
                       "for the next run."
                   CLOSE LAB-FEED-FILE
               ELSE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   OPEN INPUT MEMBER-MASTER-FILE
                   OPEN I-O LAB-RESULT-FILE
                   IF WS-LAB-FS = "35"
                       OPEN OUTPUT LAB-RESULT-FILE
                       CLOSE LAB-RESULT-FILE
                       OPEN I-O LAB-RESULT-FILE
                   END-IF
                   OPEN OUTPUT LAB-REJECT-FILE
                   SET END-OF-FEED TO FALSE
                   PERFORM UNTIL END-OF-FEED
                       READ LAB-FEED-FILE
                           AT END
                               SET END-OF-FEED TO TRUE
                           NOT AT END
                               PERFORM 0200-IMPORT-ONE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE LAB-FEED-FILE
                   CLOSE MEMBER-MASTER-FILE
                   CLOSE LAB-RESULT-FILE
                   CLOSE REQUISITION-FILE
                   CLOSE LAB-REJECT-FILE
                   DISPLAY "Rows loaded:   ", WS-LOADED-COUNT
                   DISPLAY "Rows rejected: ", WS-REJECTED-COUNT
               END-IF
           END-IF.
       GOBACK.

           0200-IMPORT-ONE-ROW.
           MOVE SPACES TO WS-FEED-ACCESSION WS-FEED-ID WS-FEED-DATE
               WS-FEED-GLUCOSE WS-FEED-CHOL WS-FEED-HDL
               WS-FEED-LDL.
           UNSTRING LAB-FEED-LINE DELIMITED BY ","
               INTO WS-FEED-ACCESSION WS-FEED-ID WS-FEED-DATE
                   WS-FEED-GLUCOSE WS-FEED-CHOL WS-FEED-HDL
                   WS-FEED-LDL.
           MOVE SPACES TO WS-REASON-TEXT.
           EVALUATE TRUE
               WHEN WS-FEED-ACCESSION IS NOT NUMERIC
                   MOVE "ACCESSION NOT NUMERIC" TO WS-REASON-TEXT
               WHEN WS-FEED-ID IS NOT NUMERIC
                   MOVE "MEMBER ID NOT NUMERIC" TO WS-REASON-TEXT
               WHEN WS-FEED-DATE IS NOT NUMERIC
                       OR WS-FEED-LDL IS NOT NUMERIC
                   MOVE "RESULT VALUE NOT NUMERIC" TO WS-REASON-TEXT
               WHEN OTHER
                   PERFORM 0250-MATCH-REQUISITION
                   IF WS-REASON-TEXT = SPACES
                       MOVE WS-FEED-ID TO MEMBER-ID
                       READ MEMBER-MASTER-FILE
                           INVALID KEY
                               MOVE "NO MEMBER MASTER RECORD"
                                   TO WS-REASON-TEXT
                       END-READ
                   END-IF
           END-EVALUATE.
           IF WS-REASON-TEXT = SPACES
               PERFORM 0300-STORE-RESULT
               WRITE LAB-REJECT-LINE
           END-IF.

      *A resent or corrected result for the same draw replaces the
      *stored one, so a resulted requisition still matches when the
      *draw date agrees; a second draw date on one accession is a
      *vendor error and is rejected.
           0250-MATCH-REQUISITION.
           MOVE WS-FEED-ACCESSION TO LREQ-ACCESSION.
           READ REQUISITION-FILE
               INVALID KEY
                   MOVE "NO REQUISITION FOR ACCESSION"
                       TO WS-REASON-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LREQ-IS-CANCELLED
                           MOVE "REQUISITION WAS CANCELLED"
                               TO WS-REASON-TEXT
                       WHEN LREQ-MEMBER-ID NOT = WS-FEED-ID
                           MOVE "ACCESSION IS FOR ANOTHER MEMBER"
                               TO WS-REASON-TEXT
                       WHEN LREQ-IS-RESULTED
                               AND LREQ-DRAW-DATE NOT = WS-FEED-DATE
                           MOVE "ACCESSION RESULTED FOR OTHER DRAW"
                               TO WS-REASON-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

           0300-STORE-RESULT.
           MOVE WS-FEED-ID TO LAB-MEMBER-ID.
           MOVE WS-FEED-DATE TO LAB-DRAW-DATE.
           MOVE WS-FEED-CHOL TO LAB-CHOL-TOTAL.
           MOVE WS-FEED-HDL TO LAB-CHOL-HDL.
           MOVE WS-FEED-LDL TO LAB-CHOL-LDL.
           MOVE SPACE TO LAB-SOURCE-CODE.
           WRITE LAB-RESULT-RECORD
               INVALID KEY
                   REWRITE LAB-RESULT-RECORD
           END-WRITE.
           IF WS-LAB-FS = "00"
               ADD 1 TO WS-LOADED-COUNT
               PERFORM 0350-CLOSE-REQUISITION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO LAB-REJECT-LINE
                   DELIMITED BY SIZE INTO LAB-REJECT-LINE
               WRITE LAB-REJECT-LINE
           END-IF.
           0350-CLOSE-REQUISITION.
           IF LREQ-IS-OUTSTANDING
               SET LREQ-IS-RESULTED TO TRUE
               MOVE WS-FEED-DATE TO LREQ-DRAW-DATE
               MOVE WS-TODAY-DATE TO LREQ-CLOSED-DATE
               REWRITE LAB-REQUISITION-RECORD
               IF WS-LREQ-FS NOT = "00"
                   DISPLAY "Result stored but requisition ",
                       LREQ-ACCESSION, " not closed, status: ",
                       WS-LREQ-FS
                   MOVE "0350-CLOSE-REQUISITION" TO ERRL-REQ-PARAGRAPH
                   MOVE "LABREQ.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-LREQ-FS TO ERRL-REQ-STATUS
                   MOVE LREQ-ACCESSION TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "LABIMPRT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "LABIMPRT".
