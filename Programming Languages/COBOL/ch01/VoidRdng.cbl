       AUTHOR.     ALAN GARCIA.
      *Supervisor void of a recorded reading. Removes the history
      *row and automatically appends the reversing billable event,
      *so finance stops crediting invoices by hand. A reading keyed
      *from a physician results form was never charged, so voiding
      *one writes no reversal. A voided station reading is charged
      *to the operator who took it on the quality scorecard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.
           SELECT OPER-QUALITY-FILE ASSIGN TO "OPERQLTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPQL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD-AREA PIC X(611).

       FD OPER-QUALITY-FILE.
           COPY "OPQLREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FS PIC XX.
       01 WS-BILL-FS PIC XX.
       01 WS-BYDT-FS PIC XX.
       01 WS-DAYC-FS PIC XX.
       01 WS-OPQL-FS PIC XX.
       01 WS-DAY-OPEN-SW PIC X VALUE "Y".
           88 POSTING-DAY-IS-OPEN VALUE "Y" FALSE "N".

           05 WS-UOW-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-JRNL-SEQ PIC 9(3) VALUE ZERO.
       01 WS-SAVED-HIST PIC X(71).
       01 WS-BILLED-SW PIC X VALUE "N".
           88 READING-WAS-BILLED VALUE "Y" FALSE "N".
           COPY "AUTHREQ.cpy".
           COPY "OVRDREQ.cpy".
           COPY "CHKDGREQ.cpy".
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
       01 WS-BMI-DISPLAY PIC ZZ9.99.
       01 WS-EOF-SW PIC X.
           88 END-OF-SCAN VALUE "Y" FALSE "N".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS
               MOVE "0200-FIND-AND-VOID" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO HIST-MEMBER-ID
               MOVE WS-DATE-ENTRY TO HIST-DATE
           ACCEPT WS-CONFIRM-ENTRY.
           IF VOID-CONFIRMED
               MOVE BMI-HISTORY-RECORD TO WS-SAVED-HIST
               IF HIST-FROM-PHYSICIAN
                   SET READING-WAS-BILLED TO FALSE
               ELSE
                   SET READING-WAS-BILLED TO TRUE
                   PERFORM 0400-WRITE-REVERSAL
               END-IF
               PERFORM 0350-DELETE-BYDATE-ROW
               PERFORM 0940-BEGIN-UNIT-OF-WORK
               DELETE BMI-HISTORY-FILE RECORD
                   MOVE WS-SAVED-HIST TO JRNL-BEFORE-IMAGE
                   MOVE SPACES TO JRNL-AFTER-IMAGE
                   PERFORM 0950-WRITE-JOURNAL
                   PERFORM 0960-LOG-QUALITY-EVENT
                   MOVE "VOID" TO OVRD-REQ-FUNCTION
                   MOVE WS-OPERATOR-ID TO OVRD-REQ-SUPERVISOR-ID
                   MOVE SPACES TO OVRD-REQ-RECORD-KEY
                   STRING "MEMBER " HIST-MEMBER-ID
                       " READING " HIST-DATE
                       DELIMITED BY SIZE INTO OVRD-REQ-RECORD-KEY
                   PERFORM 0970-LOG-OVERRIDE
                   IF READING-WAS-BILLED
                       DISPLAY "Reading voided and billing reversed."
                   ELSE
                       DISPLAY "Physician form reading voided."
                   END-IF
               ELSE
                   DISPLAY "Could not delete reading, status: ",
                       WS-HISTORY-FS
                   MOVE "0300-CONFIRM-AND-DELETE" TO ERRL-REQ-PARAGRAPH
                   MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
                   MOVE HIST-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               PERFORM 0945-COMMIT-UNIT-OF-WORK
           ELSE
           ELSE
               DISPLAY "Could not write journal, status: ",
                   WS-JRNL-FS
               MOVE "0950-WRITE-JOURNAL" TO ERRL-REQ-PARAGRAPH
               MOVE "JOURNAL.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-JRNL-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Physician-form readings and rows older than the operator
      *field carry no operator, so there is no one to charge.
           0960-LOG-QUALITY-EVENT.
           MOVE WS-SAVED-HIST TO BMI-HISTORY-RECORD.
           IF HIST-OPERATOR-ID NOT = SPACES
               MOVE SPACES TO OPER-QUALITY-EVENT
               MOVE HIST-OPERATOR-ID TO OPQL-OPERATOR-ID
               ACCEPT OPQL-DATE FROM DATE YYYYMMDD
               MOVE WS-UOW-HHMMSS TO OPQL-TIME
               SET OPQL-IS-VOID TO TRUE
               MOVE HIST-MEMBER-ID TO OPQL-MEMBER-ID
               MOVE HIST-DATE TO OPQL-READING-DATE
               MOVE WS-OPERATOR-ID TO OPQL-RECORDED-BY
               MOVE "VOIDRDNG" TO OPQL-PROGRAM
               OPEN EXTEND OPER-QUALITY-FILE
               IF WS-OPQL-FS = "35"
                   OPEN OUTPUT OPER-QUALITY-FILE
               END-IF
               IF WS-OPQL-FS = "00"
                   WRITE OPER-QUALITY-EVENT
                   CLOSE OPER-QUALITY-FILE
               END-IF
           END-IF.

      *The by-date companion row goes with the voided reading so
               IF WS-BILL-FS NOT = "00"
                   DISPLAY "Could not write billing reversal, "
                       "status: ", WS-BILL-FS
                   MOVE "0400-WRITE-REVERSAL" TO ERRL-REQ-PARAGRAPH
                   MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-BILL-FS TO ERRL-REQ-STATUS
                   MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
               CLOSE BILLABLE-EVENT-FILE
           ELSE
               DISPLAY "Could not write billing reversal, "
                   "status: ", WS-BILL-FS
               MOVE "0400-WRITE-REVERSAL" TO ERRL-REQ-PARAGRAPH
               MOVE "BILLEVT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-BILL-FS TO ERRL-REQ-STATUS
               MOVE BILL-KEY TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *The reason given is kept with the override on the shared
      *register compliance reviews each week.
           0970-LOG-OVERRIDE.
           MOVE SPACES TO OVRD-REQ-REASON.
           PERFORM UNTIL OVRD-REQ-REASON NOT = SPACES
               DISPLAY "Reason for the override: "
               ACCEPT OVRD-REQ-REASON
           END-PERFORM.
           MOVE "VOIDRDNG" TO OVRD-REQ-PROGRAM.
           MOVE "VOIDRDNG" TO OVRD-REQ-STATION-ID.
           CALL "OVRDLOG" USING OVRD-REQUEST.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "VOIDRDNG" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "VOIDRDNG".
