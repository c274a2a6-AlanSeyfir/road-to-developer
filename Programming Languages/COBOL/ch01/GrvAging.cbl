       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GRVAGING".
       AUTHOR.     ALAN GARCIA.
      *Weekly grievance aging report. Every grievance still open
      *or in progress more than the aging limit after it was
      *received is listed with its age, category and owner so the
      *supervisors can chase the owners before the member chases
      *us. Counts by age band close the report. Runs without
      *prompts so it can sit in the weekly chain; return code 4
      *when anything is listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRIEVANCE-FILE ASSIGN TO "GRIEVANCE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRV-KEY
               FILE STATUS IS WS-GRV-FS.
           SELECT AGING-REPORT-FILE ASSIGN TO "GRVAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD GRIEVANCE-FILE.
           COPY "GRVREC.cpy".

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-GRV-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-GRIEVANCES VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
      *Members are told a complaint gets an answer within 30 days.
       01 AGING-DAYS PIC 9(3) VALUE 30.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-RECEIVED-INT PIC 9(7).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-CAT-SUB PIC 9.
       01 WS-CAT-NAME PIC X(20).
       01 WS-STATUS-TEXT PIC X(11).
       01 WS-AGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGE-31-60-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGE-61-90-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGE-OVER-90-COUNT PIC 9(5) VALUE ZERO.
           COPY "GRVCTBL.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "GRIEVANCE AGING".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT GRIEVANCE-FILE.
           IF WS-GRV-FS NOT = "00"
               DISPLAY "No grievances on file."
           ELSE
               OPEN OUTPUT AGING-REPORT-FILE
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "OPEN GRIEVANCES OLDER THAN " AGING-DAYS
                   " DAYS AS OF " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "MEMBER RECEIVED   AGE   CLIENT "
                   "CATEGORY             OWNER    STATUS"
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               SET END-OF-GRIEVANCES TO FALSE
               PERFORM UNTIL END-OF-GRIEVANCES
                   READ GRIEVANCE-FILE NEXT RECORD
                       AT END
                           SET END-OF-GRIEVANCES TO TRUE
                       NOT AT END
                           IF GRV-IS-OPEN
                               PERFORM 0200-REPORT-ONE-GRIEVANCE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0300-REPORT-TOTALS
               CLOSE GRIEVANCE-FILE
               CLOSE AGING-REPORT-FILE
               DISPLAY "Grievances open past ", AGING-DAYS,
                   " days: ", WS-AGED-COUNT
               IF WS-AGED-COUNT > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

           0200-REPORT-ONE-GRIEVANCE.
           COMPUTE WS-RECEIVED-INT =
               FUNCTION INTEGER-OF-DATE(GRV-RECEIVED-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RECEIVED-INT.
           IF WS-AGE-DAYS > AGING-DAYS
               ADD 1 TO WS-AGED-COUNT
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 60
                       ADD 1 TO WS-AGE-31-60-COUNT
                   WHEN WS-AGE-DAYS <= 90
                       ADD 1 TO WS-AGE-61-90-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-AGE-OVER-90-COUNT
               END-EVALUATE
               MOVE SPACES TO WS-CAT-NAME
               MOVE 1 TO WS-CAT-SUB
               PERFORM UNTIL WS-CAT-SUB > GRV-CATEGORY-SIZE
                   IF GRV-CAT-CODE(WS-CAT-SUB) = GRV-CATEGORY
                       MOVE GRV-CAT-NAME(WS-CAT-SUB) TO WS-CAT-NAME
                   END-IF
                   ADD 1 TO WS-CAT-SUB
               END-PERFORM
               IF GRV-IS-NEW
                   MOVE "OPEN" TO WS-STATUS-TEXT
               ELSE
                   MOVE "IN PROGRESS" TO WS-STATUS-TEXT
               END-IF
               MOVE SPACES TO AGING-REPORT-LINE
               STRING GRV-MEMBER-ID " " GRV-RECEIVED-DATE " "
                   WS-AGE-DAYS " " GRV-CLIENT-CODE "    "
                   WS-CAT-NAME " " GRV-OWNER " " WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.

           0300-REPORT-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "OPEN PAST " AGING-DAYS " DAYS: " WS-AGED-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "AGE 31-60 DAYS: " WS-AGE-31-60-COUNT
               "  61-90: " WS-AGE-61-90-COUNT
               "  OVER 90: " WS-AGE-OVER-90-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
       END PROGRAM "GRVAGING".
