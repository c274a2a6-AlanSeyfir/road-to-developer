       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ZIPLOAD".
       AUTHOR.     ALAN GARCIA.
      *ZIP reference load from the postal table. The table rows
      *carry ZIP, city name, state and whether the name is the
      *post office's preferred (P) or an acceptable (A) one,
      *comma-delimited; each lands on ZIPREF.DAT keyed by ZIP and
      *city, in upper case as the desk stores it. A row already on
      *file is replaced, so the refreshed table simply reloads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-TABLE-FILE ASSIGN TO "ZIPTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FS.
           SELECT ZIP-REFERENCE-FILE ASSIGN TO "ZIPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZIPR-KEY
               FILE STATUS IS WS-ZIPREF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTAL-TABLE-FILE.
       01 POSTAL-TABLE-LINE PIC X(80).

       FD ZIP-REFERENCE-FILE.
           COPY "ZIPREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TABLE-FS PIC XX.
       01 WS-ZIPREF-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-TABLE VALUE "Y" FALSE "N".
       01 WS-FEED-ZIP PIC X(5).
       01 WS-FEED-CITY PIC X(20).
       01 WS-FEED-STATE PIC XX.
       01 WS-FEED-TYPE PIC X.
           88 FEED-TYPE-IS-VALID VALUE "P" "A".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LOADED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "ZIP REFERENCE LOAD".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT POSTAL-TABLE-FILE.
           IF WS-TABLE-FS NOT = "00"
               DISPLAY "Cannot open ZIPTABLE.DAT, status: ",
                   WS-TABLE-FS
               MOVE "0100-START-HERE" TO ERRL-REQ-PARAGRAPH
               MOVE "ZIPTABLE.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-TABLE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN I-O ZIP-REFERENCE-FILE
               IF WS-ZIPREF-FS = "35"
                   OPEN OUTPUT ZIP-REFERENCE-FILE
                   CLOSE ZIP-REFERENCE-FILE
                   OPEN I-O ZIP-REFERENCE-FILE
               END-IF
               SET END-OF-TABLE TO FALSE
               PERFORM UNTIL END-OF-TABLE
                   READ POSTAL-TABLE-FILE
                       AT END
                           SET END-OF-TABLE TO TRUE
                       NOT AT END
                           PERFORM 0200-LOAD-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE POSTAL-TABLE-FILE
               CLOSE ZIP-REFERENCE-FILE
               DISPLAY "ZIP rows loaded:  ", WS-LOADED-COUNT
               DISPLAY "Rows rejected:    ", WS-REJECTED-COUNT
           END-IF.
       GOBACK.

      *A ZIP must be five digits and the name must come with a
      *state; the type defaults to acceptable when the table
      *leaves it off.
           0200-LOAD-ONE-ROW.
           MOVE SPACES TO WS-FEED-ZIP WS-FEED-CITY WS-FEED-STATE
               WS-FEED-TYPE.
           UNSTRING POSTAL-TABLE-LINE DELIMITED BY ","
               INTO WS-FEED-ZIP WS-FEED-CITY WS-FEED-STATE
                   WS-FEED-TYPE.
           INSPECT WS-FEED-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-FEED-STATE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-FEED-TYPE CONVERTING "pa" TO "PA".
           IF NOT FEED-TYPE-IS-VALID
               MOVE "A" TO WS-FEED-TYPE
           END-IF.
           IF WS-FEED-ZIP IS NOT NUMERIC
                   OR WS-FEED-CITY = SPACES
                   OR WS-FEED-STATE = SPACES
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-FEED-ZIP TO ZIPR-ZIP
               MOVE WS-FEED-CITY TO ZIPR-CITY
               MOVE WS-FEED-STATE TO ZIPR-STATE
               MOVE WS-FEED-TYPE TO ZIPR-NAME-TYPE
               MOVE WS-TODAY-DATE TO ZIPR-LOADED-DATE
               WRITE ZIP-REFERENCE-RECORD
                   INVALID KEY
                       REWRITE ZIP-REFERENCE-RECORD
               END-WRITE
               IF WS-ZIPREF-FS = "00"
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "ZIPLOAD" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "ZIPLOAD".
