       IDENTIFICATION DIVISION.
       PROGRAM-ID. "STAFCHK".
       AUTHOR.     ALAN GARCIA.
      *Shared event roster check. Looks for any shift on
      *EVENTSTF.DAT putting the operator on the event. An operator
      *who is not rostered is not stopped - the event still has to
      *run - but the sign-on is written to STAFEXC.LOG with the
      *station and program, so the supervisor can square the
      *roster and the hours after the event.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-STAFF-FILE ASSIGN TO "EVENTSTF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTF-KEY
               FILE STATUS IS WS-STAFF-FS.
           SELECT STAFF-EXCEPTION-LOG ASSIGN TO "STAFEXC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-STAFF-FILE.
           COPY "ESTFREC.cpy".

       FD STAFF-EXCEPTION-LOG.
       01 STAFF-EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STAFF-FS PIC XX.
       01 WS-EXCLOG-FS PIC XX.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.

       LINKAGE SECTION.
           COPY "STAFREQ.cpy".

       PROCEDURE DIVISION USING STAF-REQUEST.
           0100-START-HERE.
           SET STAF-REQ-NOT-ROSTERED TO TRUE.
           OPEN INPUT EVENT-STAFF-FILE.
           IF WS-STAFF-FS = "00"
               MOVE STAF-REQ-EVENT-CODE TO ESTF-EVENT-CODE
               MOVE STAF-REQ-OPERATOR-ID TO ESTF-OPERATOR-ID
               MOVE ZERO TO ESTF-SHIFT-START
               START EVENT-STAFF-FILE KEY >= ESTF-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-STAFF-FS = "00"
                   READ EVENT-STAFF-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ESTF-EVENT-CODE = STAF-REQ-EVENT-CODE
                                   AND ESTF-OPERATOR-ID
                                       = STAF-REQ-OPERATOR-ID
                               SET STAF-REQ-ROSTERED TO TRUE
                           END-IF
                   END-READ
               END-IF
               CLOSE EVENT-STAFF-FILE
           END-IF.
           IF STAF-REQ-NOT-ROSTERED
               PERFORM 0200-LOG-EXCEPTION
           END-IF.
           GOBACK.

           0200-LOG-EXCEPTION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           OPEN EXTEND STAFF-EXCEPTION-LOG.
           IF WS-EXCLOG-FS = "35"
               OPEN OUTPUT STAFF-EXCEPTION-LOG
           END-IF.
           IF WS-EXCLOG-FS = "00"
               MOVE SPACES TO STAFF-EXCEPTION-LINE
               STRING WS-TODAY-DATE " " WS-TIME-HHMMSS
                   " EVENT " STAF-REQ-EVENT-CODE
                   " OPERATOR " STAF-REQ-OPERATOR-ID
                   " STATION " STAF-REQ-STATION-ID
                   " " STAF-REQ-PROGRAM " NOT ROSTERED"
                   DELIMITED BY SIZE INTO STAFF-EXCEPTION-LINE
               WRITE STAFF-EXCEPTION-LINE
               CLOSE STAFF-EXCEPTION-LOG
           END-IF.
       END PROGRAM "STAFCHK".
