       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ZIPCLEAN".
       AUTHOR.     ALAN GARCIA.
      *Member address cleanup report. Every active member with an
      *address on MEMBERS.DAT is checked against the ZIP reference
      *table, and each one whose ZIP, city and state do not agree
      *is listed with what the postal table says, so the desk can
      *correct it through address maintenance before the next
      *mailing extract or reminder run. Run once when the table is
      *first loaded, then monthly. Runs without prompts; return
      *code 4 when anything is listed, 8 when the table is
      *missing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT CLEANUP-REPORT-FILE ASSIGN TO "ZIPCLEAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD CLEANUP-REPORT-FILE.
       01 CLEANUP-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-MEMBERS VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PROBLEM-TEXT PIC X(18).
       01 WS-CHECKED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-ADDRESS-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-ZIP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNKNOWN-ZIP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CITY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-STATE-COUNT PIC 9(6) VALUE ZERO.
           COPY "ZIPREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MEMBER ADDRESS CLEANUP".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "00000" TO ZIP-REQ-ZIP.
           MOVE SPACES TO ZIP-REQ-CITY.
           MOVE SPACES TO ZIP-REQ-STATE.
           CALL "ZIPCHK" USING ZIP-REQUEST.
           IF ZIP-REQ-NO-TABLE
               DISPLAY "ZIP reference table not loaded - run ZIPLOAD "
                   "first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "Cannot open member master, status: ",
                   WS-MASTER-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CLEANUP-REPORT-FILE.
           MOVE SPACES TO CLEANUP-REPORT-LINE.
           STRING "MEMBER ADDRESSES NOT MATCHING THE POSTAL TABLE AS "
               "OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO CLEANUP-REPORT-LINE.
           WRITE CLEANUP-REPORT-LINE.
           MOVE SPACES TO CLEANUP-REPORT-LINE.
           STRING "MEMBER NAME                 ON FILE: CITY         "
               "       ST ZIP   PROBLEM"
               DELIMITED BY SIZE INTO CLEANUP-REPORT-LINE.
           WRITE CLEANUP-REPORT-LINE.
           SET END-OF-MEMBERS TO FALSE.
           PERFORM UNTIL END-OF-MEMBERS
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MEMBERS TO TRUE
                   NOT AT END
                       IF MEMBER-IS-ACTIVE
                           PERFORM 0200-CHECK-ONE-ADDRESS
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0300-REPORT-TOTALS.
           CLOSE MEMBER-MASTER-FILE.
           CLOSE CLEANUP-REPORT-FILE.
           DISPLAY "Addresses checked: ", WS-CHECKED-COUNT,
               "  listed for the desk: ", WS-LISTED-COUNT.
           DISPLAY "Cleanup report ZIPCLEAN.RPT.".
           IF WS-LISTED-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *A member with no address at all is not a mismatch - the
      *mailing extracts already suppress them.
           0200-CHECK-ONE-ADDRESS.
           IF MEMBER-ADDR-LINE-1 = SPACES AND MEMBER-ZIP = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               ADD 1 TO WS-CHECKED-COUNT
               MOVE MEMBER-ZIP TO ZIP-REQ-ZIP
               MOVE MEMBER-CITY TO ZIP-REQ-CITY
               MOVE MEMBER-STATE TO ZIP-REQ-STATE
               IF ZIP-REQ-CITY = SPACES
                   MOVE "?" TO ZIP-REQ-CITY
               END-IF
               IF ZIP-REQ-STATE = SPACES
                   MOVE "??" TO ZIP-REQ-STATE
               END-IF
               CALL "ZIPCHK" USING ZIP-REQUEST
               EVALUATE TRUE
                   WHEN MEMBER-ZIP = SPACES
                       ADD 1 TO WS-NO-ZIP-COUNT
                       MOVE "NO ZIP" TO WS-PROBLEM-TEXT
                       PERFORM 0250-LIST-MEMBER
                   WHEN ZIP-REQ-NOT-ON-FILE
                       ADD 1 TO WS-UNKNOWN-ZIP-COUNT
                       MOVE "ZIP NOT IN TABLE" TO WS-PROBLEM-TEXT
                       PERFORM 0250-LIST-MEMBER
                   WHEN ZIP-REQ-CITY-MISMATCH
                       ADD 1 TO WS-CITY-COUNT
                       MOVE "CITY NOT FOR ZIP" TO WS-PROBLEM-TEXT
                       PERFORM 0250-LIST-MEMBER
                   WHEN ZIP-REQ-STATE-MISMATCH
                       ADD 1 TO WS-STATE-COUNT
                       MOVE "STATE NOT FOR ZIP" TO WS-PROBLEM-TEXT
                       PERFORM 0250-LIST-MEMBER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *The second line gives the postal table's city and state
      *for the ZIP, when it knows the ZIP, as the likely fix.
           0250-LIST-MEMBER.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO CLEANUP-REPORT-LINE.
           STRING MEMBER-ID " " MEMBER-NAME " " MEMBER-CITY " "
               MEMBER-STATE " " MEMBER-ZIP " " WS-PROBLEM-TEXT
               DELIMITED BY SIZE INTO CLEANUP-REPORT-LINE.
           WRITE CLEANUP-REPORT-LINE.
           IF ZIP-REQ-REF-CITY NOT = SPACES
               MOVE SPACES TO CLEANUP-REPORT-LINE
               STRING "                     POSTAL TABLE: "
                   ZIP-REQ-REF-CITY " " ZIP-REQ-REF-STATE " "
                   MEMBER-ZIP
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-LINE
               WRITE CLEANUP-REPORT-LINE
           END-IF.

           0300-REPORT-TOTALS.
           MOVE SPACES TO CLEANUP-REPORT-LINE.
           WRITE CLEANUP-REPORT-LINE.
           MOVE SPACES TO CLEANUP-REPORT-LINE.
           STRING "ADDRESSES CHECKED: " WS-CHECKED-COUNT
               "  NO ADDRESS: " WS-NO-ADDRESS-COUNT
               "  LISTED: " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO CLEANUP-REPORT-LINE.
           WRITE CLEANUP-REPORT-LINE.
           MOVE SPACES TO CLEANUP-REPORT-LINE.
           STRING "NO ZIP: " WS-NO-ZIP-COUNT
               "  ZIP NOT IN TABLE: " WS-UNKNOWN-ZIP-COUNT
               "  CITY: " WS-CITY-COUNT
               "  STATE: " WS-STATE-COUNT
               DELIMITED BY SIZE INTO CLEANUP-REPORT-LINE.
           WRITE CLEANUP-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "ZIPCLEAN" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "ZIPCLEAN".
