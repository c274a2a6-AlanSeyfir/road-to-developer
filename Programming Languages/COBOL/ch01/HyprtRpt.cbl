      *walked in date order off the vitals key, a reading is
      *elevated when either pressure meets the configured cutoff,
      *and the flagged member prints with the dates of the
      *consecutive elevated visits for follow-up. Members already
      *under treatment for hypertension on the condition list print
      *in their own section after the new findings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BP-PARM-FILE ASSIGN TO "BPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT CONDITION-FILE ASSIGN TO "MEDCOND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEDC-KEY
               FILE STATUS IS WS-COND-FS.
           SELECT FOLLOWUP-REPORT-FILE ASSIGN TO "HYPRTRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           05 PARM-SYSTOLIC-CUTOFF PIC 999.
           05 PARM-DIASTOLIC-CUTOFF PIC 999.

       FD CONDITION-FILE.
           COPY "MEDCREC.cpy".

       FD FOLLOWUP-REPORT-FILE.
       01 FOLLOWUP-REPORT-LINE PIC X(120).

       01 WS-VITALS-FS PIC XX.
       01 WS-PARM-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-COND-FS PIC XX.
       01 WS-COND-OPEN-SW PIC X VALUE "N".
           88 CONDITION-FILE-OPEN VALUE "Y" FALSE "N".
       01 WS-TREATED-SW PIC X VALUE "N".
           88 ALREADY-UNDER-TREATMENT VALUE "Y" FALSE "N".
       01 WS-SECTION-SW PIC X VALUE "N".
           88 NEW-FINDING-SECTION VALUE "N".
           88 KNOWN-TREATED-SECTION VALUE "K".
       01 WS-NEW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-KNOWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y" FALSE "N".
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           05 WS-BEST-DATE PIC 9(8) OCCURS 10 TIMES.
       01 WS-IX PIC 99.
       01 WS-FLAGGED-COUNT PIC 9(5) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
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
               OPEN INPUT VITALS-FILE
               OPEN INPUT CONDITION-FILE
               IF WS-COND-FS = "00"
                   SET CONDITION-FILE-OPEN TO TRUE
               END-IF
               OPEN OUTPUT FOLLOWUP-REPORT-FILE
               MOVE SPACES TO FOLLOWUP-REPORT-LINE
               STRING "HYPERTENSION FOLLOW-UP - ELEVATED AT "
                   " ON CONSECUTIVE VISITS"
                   DELIMITED BY SIZE INTO FOLLOWUP-REPORT-LINE
               WRITE FOLLOWUP-REPORT-LINE
               SET NEW-FINDING-SECTION TO TRUE
               MOVE "NEW FINDINGS" TO FOLLOWUP-REPORT-LINE
               WRITE FOLLOWUP-REPORT-LINE
               PERFORM 0150-REPORT-SECTION
               SET KNOWN-TREATED-SECTION TO TRUE
               MOVE SPACES TO FOLLOWUP-REPORT-LINE
               WRITE FOLLOWUP-REPORT-LINE
               MOVE "KNOWN, UNDER TREATMENT" TO FOLLOWUP-REPORT-LINE
               WRITE FOLLOWUP-REPORT-LINE
               PERFORM 0150-REPORT-SECTION
               MOVE SPACES TO FOLLOWUP-REPORT-LINE
               STRING "MEMBERS FLAGGED: " WS-FLAGGED-COUNT
                   "  NEW FINDINGS: " WS-NEW-COUNT
                   "  KNOWN, UNDER TREATMENT: " WS-KNOWN-COUNT
                   DELIMITED BY SIZE INTO FOLLOWUP-REPORT-LINE
               WRITE FOLLOWUP-REPORT-LINE
               CLOSE MEMBER-MASTER-FILE
               CLOSE VITALS-FILE
               IF CONDITION-FILE-OPEN
                   CLOSE CONDITION-FILE
               END-IF
               CLOSE FOLLOWUP-REPORT-FILE
               DISPLAY "Members flagged: ", WS-FLAGGED-COUNT
               DISPLAY "  New findings: ", WS-NEW-COUNT
               DISPLAY "  Known, under treatment: ", WS-KNOWN-COUNT
           END-IF.
       GOBACK.

               CLOSE BP-PARM-FILE
           END-IF.

      *The member master is walked once per report section; a
      *flagged member prints only in the section that matches
      *whether the condition list has them on treatment.
           0150-REPORT-SECTION.
           MOVE ZERO TO MEMBER-ID.
           START MEMBER-MASTER-FILE KEY >= MEMBER-ID
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-MASTER-FILE TO FALSE.
           IF WS-MASTER-FS NOT = "00"
               SET END-OF-MASTER-FILE TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-MASTER-FILE
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       IF MEMBER-IS-ACTIVE
                               AND MEMBER-CLIENT-CODE
                                   = WS-CLIENT-ENTRY
                           PERFORM 0200-CHECK-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

      *Walk the member's vitals block in date order, keep the
      *longest run of consecutive elevated visits, and flag the
      *member when the run reaches the clinical rule's length.
               END-READ
           END-PERFORM.
           IF WS-BEST-LENGTH >= CONSECUTIVE-NEEDED
               PERFORM 0270-CHECK-TREATMENT
               IF ALREADY-UNDER-TREATMENT
                   IF KNOWN-TREATED-SECTION
                       ADD 1 TO WS-FLAGGED-COUNT
                       ADD 1 TO WS-KNOWN-COUNT
                       PERFORM 0300-REPORT-MEMBER
                   END-IF
               ELSE
                   IF NEW-FINDING-SECTION
                       ADD 1 TO WS-FLAGGED-COUNT
                       ADD 1 TO WS-NEW-COUNT
                       PERFORM 0300-REPORT-MEMBER
                   END-IF
               END-IF
           END-IF.

           0250-TALLY-ONE-READING.
               MOVE ZERO TO WS-RUN-LENGTH
           END-IF.

      *Known means an ongoing hypertension row on the condition
      *list. No condition file means every flag is a new finding.
           0270-CHECK-TREATMENT.
           SET ALREADY-UNDER-TREATMENT TO FALSE.
           IF CONDITION-FILE-OPEN
               MOVE MEMBER-ID TO MEDC-MEMBER-ID
               SET MEDC-IS-HYPERTENSION TO TRUE
               READ CONDITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MEDC-IS-ONGOING
                           SET ALREADY-UNDER-TREATMENT TO TRUE
                       END-IF
               END-READ
           END-IF.

           0300-REPORT-MEMBER.
           MOVE SPACES TO FOLLOWUP-REPORT-LINE.
           STRING "ID: " MEMBER-ID
               "  ELEVATED VISITS IN A ROW: " WS-BEST-LENGTH
               DELIMITED BY SIZE INTO FOLLOWUP-REPORT-LINE.
           WRITE FOLLOWUP-REPORT-LINE.
           IF KNOWN-TREATED-SECTION
               MOVE SPACES TO FOLLOWUP-REPORT-LINE
               STRING "  ON TREATMENT: " MEDC-DETAIL
                   "  MEDICATION: " MEDC-MED-CLASS
                   "  SINCE " MEDC-START-DATE
                   DELIMITED BY SIZE INTO FOLLOWUP-REPORT-LINE
               WRITE FOLLOWUP-REPORT-LINE
           END-IF.
           MOVE SPACES TO FOLLOWUP-REPORT-LINE.
           MOVE "  DATES:" TO FOLLOWUP-REPORT-LINE(1:8).
           MOVE ZERO TO WS-IX.
                   TO FOLLOWUP-REPORT-LINE(WS-IX * 9 + 1:8)
           END-PERFORM.
           WRITE FOLLOWUP-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "HYPRTRPT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "HYPRTRPT".
