       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IMMROST".
       AUTHOR.     ALAN GARCIA.
      *Per-event immunization roster. The printed roster goes to
      *the sponsor: every member offered a shot at the clinic, the
      *vaccine, lot and site for a shot given, or the reason it was
      *deferred, with totals by vaccine. The same run writes the
      *state registry file, one fixed-field row per shot given,
      *carrying the CVX code the registry keys vaccines by.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-CODE
               FILE STATUS IS WS-EVENT-FS.
           SELECT IMMUNIZATION-FILE ASSIGN TO "IMMUNIZ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMMZ-KEY
               ALTERNATE RECORD KEY IS IMMZ-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IMMZ-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT ROSTER-REPORT-FILE ASSIGN TO "IMMROST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT REGISTRY-EXPORT-FILE ASSIGN TO "IMMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
           COPY "EVENTREC.cpy".

       FD IMMUNIZATION-FILE.
           COPY "IMMZREC.cpy".

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD ROSTER-REPORT-FILE.
       01 ROSTER-REPORT-LINE PIC X(132).

       FD REGISTRY-EXPORT-FILE.
       01 REGISTRY-EXPORT-RECORD.
           05 IREG-MEMBER-ID PIC 9(6).
           05 IREG-MEMBER-NAME PIC X(20).
           05 IREG-BIRTH-DATE PIC 9(8).
           05 IREG-SEX PIC X.
           05 IREG-ZIP PIC X(5).
           05 IREG-CVX-CODE PIC X(3).
           05 IREG-GIVEN-DATE PIC 9(8).
           05 IREG-LOT-NUMBER PIC X(10).
           05 IREG-LOT-EXPIRY PIC 9(8).
           05 IREG-SITE PIC XX.
           05 IREG-NURSE-ID PIC X(8).
           05 IREG-EVENT-CODE PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-FS PIC XX.
       01 WS-IMMZ-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EXPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-IMMUNIZATIONS VALUE "Y" FALSE "N".
       01 WS-CODE-ENTRY PIC X(6).
       01 WS-STATUS-TEXT PIC X(20).
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-GIVEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DEFERRED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXPORTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VX PIC 9.
       01 WS-VACCINE-COUNTS.
           05 WS-VACCINE-GIVEN PIC 9(5) OCCURS 5 TIMES.
           COPY "VACCTBL.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "IMMUNIZATION ROSTER".
           DISPLAY "Clinic event code: ".
           ACCEPT WS-CODE-ENTRY.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FS NOT = "00"
               DISPLAY "Cannot open EVENTS.DAT, status: ",
                   WS-EVENT-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "EVENTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EVENT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-CODE-ENTRY TO EVENT-CODE
               READ EVENT-FILE
                   INVALID KEY
                       DISPLAY "No such event: ", WS-CODE-ENTRY
                   NOT INVALID KEY
                       PERFORM 0200-WRITE-ROSTER
               END-READ
               CLOSE EVENT-FILE
           END-IF.
       GOBACK.

           0200-WRITE-ROSTER.
           OPEN INPUT IMMUNIZATION-FILE.
           IF WS-IMMZ-FS NOT = "00"
               DISPLAY "No immunizations on file."
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               OPEN OUTPUT ROSTER-REPORT-FILE
               OPEN OUTPUT REGISTRY-EXPORT-FILE
               MOVE ZERO TO WS-VX
               PERFORM UNTIL WS-VX >= VACCINE-TABLE-SIZE
                   ADD 1 TO WS-VX
                   MOVE ZERO TO WS-VACCINE-GIVEN(WS-VX)
               END-PERFORM
               MOVE SPACES TO ROSTER-REPORT-LINE
               STRING "IMMUNIZATION ROSTER - EVENT " EVENT-CODE
                   " ON " EVENT-DATE " AT " EVENT-LOCATION
                   " FOR " EVENT-SPONSOR
                   DELIMITED BY SIZE INTO ROSTER-REPORT-LINE
               WRITE ROSTER-REPORT-LINE
               MOVE SPACES TO ROSTER-REPORT-LINE
               STRING "MEMBER NAME                 BORN      "
                   "VACC STATUS               LOT        EXPIRES  "
                   "SITE NURSE"
                   DELIMITED BY SIZE INTO ROSTER-REPORT-LINE
               WRITE ROSTER-REPORT-LINE
               MOVE WS-CODE-ENTRY TO IMMZ-EVENT-CODE
               MOVE ZERO TO IMMZ-MEMBER-ID
               MOVE LOW-VALUES TO IMMZ-VACCINE-CODE
               START IMMUNIZATION-FILE KEY >= IMMZ-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-IMMUNIZATIONS TO FALSE
               IF WS-IMMZ-FS NOT = "00"
                   SET END-OF-IMMUNIZATIONS TO TRUE
               END-IF
               PERFORM UNTIL END-OF-IMMUNIZATIONS
                   READ IMMUNIZATION-FILE NEXT RECORD
                       AT END
                           SET END-OF-IMMUNIZATIONS TO TRUE
                       NOT AT END
                           IF IMMZ-EVENT-CODE = WS-CODE-ENTRY
                               PERFORM 0300-ROSTER-ONE-ROW
                           ELSE
                               SET END-OF-IMMUNIZATIONS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0500-WRITE-TOTALS
               CLOSE IMMUNIZATION-FILE
               IF WS-MASTER-FS = "00"
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               CLOSE ROSTER-REPORT-FILE
               CLOSE REGISTRY-EXPORT-FILE
               DISPLAY "Shots given: ", WS-GIVEN-COUNT,
                   "  deferred: ", WS-DEFERRED-COUNT
               DISPLAY "Registry rows written: ", WS-EXPORTED-COUNT
               DISPLAY "Roster written to IMMROST.RPT"
           END-IF.

      *The member master supplies the name, birth date, sex and
      *zip code the registry matches a person on.
           0300-ROSTER-ONE-ROW.
           MOVE SPACES TO WS-MEMBER-NAME.
           MOVE ZERO TO MEMBER-BIRTH-DATE.
           MOVE SPACE TO MEMBER-SEX.
           MOVE SPACES TO MEMBER-ZIP.
           IF WS-MASTER-FS = "00" OR WS-MASTER-FS = "23"
               MOVE IMMZ-MEMBER-ID TO MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-MEMBER-NAME
                       MOVE ZERO TO MEMBER-BIRTH-DATE
                       MOVE SPACE TO MEMBER-SEX
                       MOVE SPACES TO MEMBER-ZIP
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-MEMBER-NAME
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN IMMZ-WAS-GIVEN
                   ADD 1 TO WS-GIVEN-COUNT
                   MOVE "GIVEN" TO WS-STATUS-TEXT
                   PERFORM 0400-WRITE-REGISTRY-ROW
               WHEN IMMZ-SCREENED-OUT
                   ADD 1 TO WS-DEFERRED-COUNT
                   MOVE "DEFERRED - SCREENING" TO WS-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO WS-DEFERRED-COUNT
                   MOVE "DEFERRED - CONSENT" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING IMMZ-MEMBER-ID " " WS-MEMBER-NAME " "
               MEMBER-BIRTH-DATE "  " IMMZ-VACCINE-CODE " "
               WS-STATUS-TEXT "  " IMMZ-LOT-NUMBER " "
               IMMZ-LOT-EXPIRY " " IMMZ-SITE "   " IMMZ-NURSE-ID
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.

      *Only shots actually given are reported to the state.
           0400-WRITE-REGISTRY-ROW.
           MOVE SPACES TO IREG-CVX-CODE.
           MOVE ZERO TO WS-VX.
           PERFORM UNTIL WS-VX >= VACCINE-TABLE-SIZE
               ADD 1 TO WS-VX
               IF VACCINE-TBL-CODE(WS-VX) = IMMZ-VACCINE-CODE
                   MOVE VACCINE-TBL-CVX(WS-VX) TO IREG-CVX-CODE
                   ADD 1 TO WS-VACCINE-GIVEN(WS-VX)
               END-IF
           END-PERFORM.
           MOVE IMMZ-MEMBER-ID TO IREG-MEMBER-ID.
           MOVE WS-MEMBER-NAME TO IREG-MEMBER-NAME.
           MOVE MEMBER-BIRTH-DATE TO IREG-BIRTH-DATE.
           MOVE MEMBER-SEX TO IREG-SEX.
           MOVE MEMBER-ZIP TO IREG-ZIP.
           MOVE IMMZ-GIVEN-DATE TO IREG-GIVEN-DATE.
           MOVE IMMZ-LOT-NUMBER TO IREG-LOT-NUMBER.
           MOVE IMMZ-LOT-EXPIRY TO IREG-LOT-EXPIRY.
           MOVE IMMZ-SITE TO IREG-SITE.
           MOVE IMMZ-NURSE-ID TO IREG-NURSE-ID.
           MOVE IMMZ-EVENT-CODE TO IREG-EVENT-CODE.
           WRITE REGISTRY-EXPORT-RECORD.
           ADD 1 TO WS-EXPORTED-COUNT.

           0500-WRITE-TOTALS.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE ZERO TO WS-VX.
           PERFORM UNTIL WS-VX >= VACCINE-TABLE-SIZE
               ADD 1 TO WS-VX
               IF WS-VACCINE-GIVEN(WS-VX) > ZERO
                   MOVE SPACES TO ROSTER-REPORT-LINE
                   STRING VACCINE-TBL-CODE(WS-VX) " "
                       VACCINE-TBL-NAME(WS-VX) " GIVEN: "
                       WS-VACCINE-GIVEN(WS-VX)
                       DELIMITED BY SIZE INTO ROSTER-REPORT-LINE
                   WRITE ROSTER-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "SHOTS GIVEN: " WS-GIVEN-COUNT
               "  DEFERRED: " WS-DEFERRED-COUNT
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "IMMROST" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "IMMROST".
