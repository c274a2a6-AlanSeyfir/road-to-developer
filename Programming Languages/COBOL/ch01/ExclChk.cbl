       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EXCLCHK".
       AUTHOR.     ALAN GARCIA.
      *Shared BMI exclusion-window service. Walks the member's
      *windows on EXCLWIN.DAT and reports whether the given reading
      *date falls inside one, start and end dates inclusive. Called
      *wherever a reading is stored or a member is judged on BMI,
      *so every program draws the window the same way. No windows
      *file simply means no member is excluded.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCLUSION-FILE ASSIGN TO "EXCLWIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCL-KEY
               FILE STATUS IS WS-EXCL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EXCLUSION-FILE.
           COPY "EXCLREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EXCL-FS PIC XX.
       01 WS-SCAN-EOF-SW PIC X VALUE "N".
           88 END-OF-SCAN VALUE "Y" FALSE "N".

       LINKAGE SECTION.
           COPY "EXCLREQ.cpy".

       PROCEDURE DIVISION USING EXCL-REQUEST.
           0100-START-HERE.
           SET EXCL-REQ-NOT-IN-WINDOW TO TRUE.
           MOVE ZERO TO EXCL-REQ-END-DATE.
           OPEN INPUT EXCLUSION-FILE.
           IF WS-EXCL-FS = "00"
               MOVE EXCL-REQ-MEMBER-ID TO EXCL-MEMBER-ID
               MOVE ZERO TO EXCL-START-DATE
               START EXCLUSION-FILE KEY >= EXCL-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               SET END-OF-SCAN TO FALSE
               IF WS-EXCL-FS NOT = "00"
                   SET END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ EXCLUSION-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF EXCL-MEMBER-ID = EXCL-REQ-MEMBER-ID
                                   AND EXCL-START-DATE
                                       <= EXCL-REQ-DATE
                               IF EXCL-END-DATE >= EXCL-REQ-DATE
                                   SET EXCL-REQ-IN-WINDOW TO TRUE
                                   MOVE EXCL-END-DATE
                                       TO EXCL-REQ-END-DATE
                                   SET END-OF-SCAN TO TRUE
                               END-IF
                           ELSE
                               SET END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCLUSION-FILE
           END-IF.
           GOBACK.
       END PROGRAM "EXCLCHK".
