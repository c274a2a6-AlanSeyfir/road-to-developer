       01 WS-BUNDLED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           IF WS-REGISTRY-FS NOT = "00"
               DISPLAY "No registry on hand, status: ",
                   WS-REGISTRY-FS
               MOVE "0300-BUILD-BUNDLES" TO ERRL-REQ-PARAGRAPH
               MOVE "RPTREG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REGISTRY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE SPACES TO WS-CURRENT-RECIPIENT
               SET BUNDLE-IS-OPEN TO FALSE
               DISPLAY "Could not open bundle for ",
                   WS-CURRENT-RECIPIENT, ", status: ",
                   WS-BUNDLE-FS
               MOVE "0380-OPEN-NEW-BUNDLE" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BUNDLE-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BUNDLE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0400-COPY-ONE-REPORT.
           IF WS-BUNDLE-FS NOT = "00"
               DISPLAY "No kept bundle for ", WS-RECIPIENT-ENTRY,
                   ", status: ", WS-BUNDLE-FS
               MOVE "0600-REPRINT-BUNDLE" TO ERRL-REQ-PARAGRAPH
               MOVE WS-BUNDLE-NAME TO ERRL-REQ-FILE-NAME
               MOVE WS-BUNDLE-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT REPRINT-FILE
               MOVE SPACES TO REPRINT-LINE
           IF WS-REGISTRY-FS NOT = "00"
               DISPLAY "No registry on hand, status: ",
                   WS-REGISTRY-FS
               MOVE "0700-LIST-REGISTRY" TO ERRL-REQ-PARAGRAPH
               MOVE "RPTREG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REGISTRY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               SET END-OF-REGISTRY TO FALSE
               PERFORM UNTIL END-OF-REGISTRY
               CLOSE REGISTRY-FILE
               DISPLAY "Registry rows: ", WS-LISTED-COUNT
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "RPTDIST" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "RPTDIST".
