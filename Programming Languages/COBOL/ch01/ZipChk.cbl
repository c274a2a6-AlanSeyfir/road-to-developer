       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ZIPCHK".
       AUTHOR.     ALAN GARCIA.
      *Shared ZIP reference service. Looks the ZIP up on ZIPREF.DAT
      *and checks the city and state it came with against the
      *postal table, ignoring case. Called by the desk when an
      *address is keyed, so a typo is refused at the keyboard
      *instead of coming back as returned mail, and by the monthly
      *address cleanup report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-REFERENCE-FILE ASSIGN TO "ZIPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZIPR-KEY
               FILE STATUS IS WS-ZIPREF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ZIP-REFERENCE-FILE.
           COPY "ZIPREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ZIPREF-FS PIC XX.
       01 WS-CITY-KEY PIC X(20).
       01 WS-STATE-KEY PIC XX.
       01 WS-ZIP-FOUND-SW PIC X VALUE "N".
           88 ZIP-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-CITY-FOUND-SW PIC X VALUE "N".
           88 CITY-WAS-FOUND VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-ZIP-ROWS VALUE "Y" FALSE "N".

       LINKAGE SECTION.
           COPY "ZIPREQ.cpy".

       PROCEDURE DIVISION USING ZIP-REQUEST.
           0100-START-HERE.
           SET ZIP-REQ-NOT-ON-FILE TO TRUE.
           MOVE SPACES TO ZIP-REQ-REF-CITY.
           MOVE SPACES TO ZIP-REQ-REF-STATE.
           SET ZIP-WAS-FOUND TO FALSE.
           SET CITY-WAS-FOUND TO FALSE.
           MOVE ZIP-REQ-CITY TO WS-CITY-KEY.
           MOVE ZIP-REQ-STATE TO WS-STATE-KEY.
           INSPECT WS-CITY-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-STATE-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT ZIP-REFERENCE-FILE.
           IF WS-ZIPREF-FS NOT = "00"
               SET ZIP-REQ-NO-TABLE TO TRUE
               GOBACK
           END-IF.
           IF ZIP-REQ-ZIP NOT = SPACES
               IF WS-CITY-KEY NOT = SPACES
                   PERFORM 0200-READ-CITY-ROW
               END-IF
               IF NOT CITY-WAS-FOUND
                   PERFORM 0300-FIND-PREFERRED-CITY
               END-IF
           END-IF.
           CLOSE ZIP-REFERENCE-FILE.
           EVALUATE TRUE
               WHEN NOT ZIP-WAS-FOUND
                   SET ZIP-REQ-NOT-ON-FILE TO TRUE
               WHEN WS-CITY-KEY NOT = SPACES AND NOT CITY-WAS-FOUND
                   SET ZIP-REQ-CITY-MISMATCH TO TRUE
               WHEN WS-STATE-KEY NOT = SPACES
                       AND WS-STATE-KEY NOT = ZIP-REQ-REF-STATE
                   SET ZIP-REQ-STATE-MISMATCH TO TRUE
               WHEN OTHER
                   SET ZIP-REQ-ACCEPTED TO TRUE
           END-EVALUATE.
           GOBACK.

           0200-READ-CITY-ROW.
           MOVE ZIP-REQ-ZIP TO ZIPR-ZIP.
           MOVE WS-CITY-KEY TO ZIPR-CITY.
           READ ZIP-REFERENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ZIP-WAS-FOUND TO TRUE
                   SET CITY-WAS-FOUND TO TRUE
                   MOVE ZIPR-CITY TO ZIP-REQ-REF-CITY
                   MOVE ZIPR-STATE TO ZIP-REQ-REF-STATE
           END-READ.

      *The ZIP's rows read together; the first one stands in
      *until the preferred name turns up.
           0300-FIND-PREFERRED-CITY.
           MOVE ZIP-REQ-ZIP TO ZIPR-ZIP.
           MOVE LOW-VALUES TO ZIPR-CITY.
           START ZIP-REFERENCE-FILE KEY >= ZIPR-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-ZIP-ROWS TO FALSE.
           IF WS-ZIPREF-FS NOT = "00"
               SET END-OF-ZIP-ROWS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-ZIP-ROWS
               READ ZIP-REFERENCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-ZIP-ROWS TO TRUE
                   NOT AT END
                       IF ZIPR-ZIP NOT = ZIP-REQ-ZIP
                           SET END-OF-ZIP-ROWS TO TRUE
                       ELSE
                           IF NOT ZIP-WAS-FOUND OR ZIPR-IS-PREFERRED
                               MOVE ZIPR-CITY TO ZIP-REQ-REF-CITY
                               MOVE ZIPR-STATE TO ZIP-REQ-REF-STATE
                           END-IF
                           SET ZIP-WAS-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       END PROGRAM "ZIPCHK".
