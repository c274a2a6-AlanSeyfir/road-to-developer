      *steep changes - so the nurse works exceptions instead of
      *reading the whole risk report. Thresholds come from the
      *clinical thresholds file and are maintained there, not in
      *the code. Alerts on members whose condition list shows
      *them already under treatment for it are split out from the
      *new findings so the nurse calls the new ones first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THRESHOLD-FILE ASSIGN TO "LABTHRSH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRSH-FS.
           SELECT CONDITION-FILE ASSIGN TO "MEDCOND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEDC-KEY
               FILE STATUS IS WS-COND-FS.
           SELECT WORKLIST-FILE ASSIGN TO "NURSEWL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-FS.
           05 THRSH-GLUCOSE-JUMP PIC 999.
           05 THRSH-CHOL-JUMP PIC 999.

       FD CONDITION-FILE.
           COPY "MEDCREC.cpy".

       FD WORKLIST-FILE.
       01 WORKLIST-LINE PIC X(100).

       01 WS-MASTER-FS PIC XX.
       01 WS-THRSH-FS PIC XX.
       01 WS-WORKLIST-FS PIC XX.
       01 WS-COND-FS PIC XX.
       01 WS-COND-OPEN-SW PIC X VALUE "N".
           88 CONDITION-FILE-OPEN VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-LAB-ROWS VALUE "Y" FALSE "N".
       01 WS-FROM-DATE PIC 9(8).
       01 WS-CHOL-DELTA PIC S9(4).
       01 WS-ALERT-REASON PIC X(40).
       01 WS-ALERT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALERT-ANALYTE PIC X.
           88 ALERT-ON-GLUCOSE VALUE "G".
           88 ALERT-ON-CHOLESTEROL VALUE "C".
       01 WS-TREATED-SW PIC X VALUE "N".
           88 ALREADY-UNDER-TREATMENT VALUE "Y" FALSE "N".
       01 WS-SECTION-SW PIC X VALUE "N".
           88 NEW-FINDING-SECTION VALUE "N".
           88 KNOWN-TREATED-SECTION VALUE "K".
       01 WS-NEW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-KNOWN-COUNT PIC 9(5) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-LAB-FS NOT = "00"
               DISPLAY "Cannot open LABRSLT.DAT, status: ",
                   WS-LAB-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "LABRSLT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-LAB-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN INPUT CONDITION-FILE
               IF WS-COND-FS = "00"
                   SET CONDITION-FILE-OPEN TO TRUE
               END-IF
               OPEN OUTPUT WORKLIST-FILE
               MOVE "NURSE WORKLIST - LAB THRESHOLD ALERTS"
                   TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               SET NEW-FINDING-SECTION TO TRUE
               MOVE "NEW FINDINGS" TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               PERFORM 0200-SWEEP-LAB-RESULTS
               SET KNOWN-TREATED-SECTION TO TRUE
               MOVE SPACES TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               MOVE "KNOWN, UNDER TREATMENT" TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               MOVE LOW-VALUES TO LAB-KEY
               START LAB-RESULT-FILE KEY >= LAB-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-LAB-FS = "00"
                   PERFORM 0200-SWEEP-LAB-RESULTS
               END-IF
               CLOSE LAB-RESULT-FILE
               CLOSE MEMBER-MASTER-FILE
               IF CONDITION-FILE-OPEN
                   CLOSE CONDITION-FILE
               END-IF
               CLOSE WORKLIST-FILE
               DISPLAY "Alerts written: ", WS-ALERT-COUNT
               DISPLAY "  New findings: ", WS-NEW-COUNT
               DISPLAY "  Known, under treatment: ", WS-KNOWN-COUNT
           END-IF.
       GOBACK.


      *The lab file reads back member-then-date, so each member's
      *draws arrive oldest first and the previous draw is simply
      *the row before this one. The file is swept once per
      *worklist section, so each pass starts with no member in hand.
           0200-SWEEP-LAB-RESULTS.
           MOVE ZERO TO WS-CURRENT-ID.
           SET PREV-DRAW-FOUND TO FALSE.
           SET END-OF-LAB-ROWS TO FALSE.
           PERFORM UNTIL END-OF-LAB-ROWS
               READ LAB-RESULT-FILE NEXT RECORD
                           AND WS-PREV-GLUCOSE < WS-GLUCOSE-LIMIT
                       MOVE "GLUCOSE CROSSED THRESHOLD"
                           TO WS-ALERT-REASON
                       SET ALERT-ON-GLUCOSE TO TRUE
                   WHEN LAB-CHOL-TOTAL >= WS-CHOL-LIMIT
                           AND WS-PREV-CHOL < WS-CHOL-LIMIT
                       MOVE "CHOLESTEROL CROSSED THRESHOLD"
                           TO WS-ALERT-REASON
                       SET ALERT-ON-CHOLESTEROL TO TRUE
                   WHEN WS-GLUCOSE-DELTA >= WS-GLUCOSE-JUMP
                       MOVE "STEEP GLUCOSE RISE"
                           TO WS-ALERT-REASON
                       SET ALERT-ON-GLUCOSE TO TRUE
                   WHEN WS-CHOL-DELTA >= WS-CHOL-JUMP
                       MOVE "STEEP CHOLESTEROL RISE"
                           TO WS-ALERT-REASON
                       SET ALERT-ON-CHOLESTEROL TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   WHEN LAB-GLUCOSE >= WS-GLUCOSE-LIMIT
                       MOVE "FIRST DRAW GLUCOSE HIGH"
                           TO WS-ALERT-REASON
                       SET ALERT-ON-GLUCOSE TO TRUE
                   WHEN LAB-CHOL-TOTAL >= WS-CHOL-LIMIT
                       MOVE "FIRST DRAW CHOLESTEROL HIGH"
                           TO WS-ALERT-REASON
                       SET ALERT-ON-CHOLESTEROL TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-ALERT-REASON NOT = SPACES
               PERFORM 0350-CHECK-TREATMENT
               IF ALREADY-UNDER-TREATMENT
                   IF KNOWN-TREATED-SECTION
                       PERFORM 0400-WRITE-ALERT
                   END-IF
               ELSE
                   IF NEW-FINDING-SECTION
                       PERFORM 0400-WRITE-ALERT
                   END-IF
               END-IF
           END-IF.

      *A glucose alert is known when the member has an ongoing
      *diabetes row; a cholesterol alert when there is an ongoing
      *high-cholesterol row. No condition file means every alert
      *is a new finding.
           0350-CHECK-TREATMENT.
           SET ALREADY-UNDER-TREATMENT TO FALSE.
           IF CONDITION-FILE-OPEN
               MOVE LAB-MEMBER-ID TO MEDC-MEMBER-ID
               IF ALERT-ON-GLUCOSE
                   SET MEDC-IS-DIABETES TO TRUE
               ELSE
                   SET MEDC-IS-CHOLESTEROL TO TRUE
               END-IF
               READ CONDITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MEDC-IS-ONGOING
                           SET ALREADY-UNDER-TREATMENT TO TRUE
                       END-IF
               END-READ
           END-IF.

           0400-WRITE-ALERT.
           ADD 1 TO WS-ALERT-COUNT.
           IF KNOWN-TREATED-SECTION
               ADD 1 TO WS-KNOWN-COUNT
           ELSE
               ADD 1 TO WS-NEW-COUNT
           END-IF.
           MOVE SPACES TO MEMBER-NAME.
           MOVE LAB-MEMBER-ID TO MEMBER-ID.
           READ MEMBER-MASTER-FILE
               "  " FUNCTION TRIM(WS-ALERT-REASON)
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           IF KNOWN-TREATED-SECTION
               MOVE SPACES TO WORKLIST-LINE
               STRING "    ON TREATMENT: " MEDC-DETAIL
                   "  MEDICATION: " MEDC-MED-CLASS
                   "  SINCE " MEDC-START-DATE
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "LABALERT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "LABALERT".
