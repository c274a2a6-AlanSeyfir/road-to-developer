       01 WS-ROLE-ENTRY PIC X.
           88 ROLE-ENTRY-CLERK VALUE "C" "c".
           88 ROLE-ENTRY-SUPER VALUE "S" "s".
           88 ROLE-ENTRY-NURSE VALUE "N" "n".
           88 ROLE-ENTRY-COACH VALUE "H" "h".
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           END-IF.
           MOVE WS-ID-ENTRY TO OPER-ID.
           MOVE WS-NAME-ENTRY TO OPER-NAME.
           PERFORM 0360-SET-ROLE.
           MOVE "Y" TO OPER-ENABLED.
           WRITE OPERATOR-RECORD
               INVALID KEY
           0350-GET-ROLE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Role - (C)lerk, (N)urse, (H)ealth coach "
                   "or (S)upervisor: "
               ACCEPT WS-ROLE-ENTRY
               IF ROLE-ENTRY-CLERK OR ROLE-ENTRY-SUPER
                       OR ROLE-ENTRY-NURSE OR ROLE-ENTRY-COACH
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter C, N, H or S."
               END-IF
           END-PERFORM.

           0360-SET-ROLE.
           EVALUATE TRUE
               WHEN ROLE-ENTRY-SUPER
                   MOVE "S" TO OPER-ROLE
               WHEN ROLE-ENTRY-NURSE
                   MOVE "N" TO OPER-ROLE
               WHEN ROLE-ENTRY-COACH
                   MOVE "H" TO OPER-ROLE
               WHEN OTHER
                   MOVE "C" TO OPER-ROLE
           END-EVALUATE.

           0400-CHANGE-ROLE.
           DISPLAY "Operator ID to change: ".
           ACCEPT WS-ID-ENTRY.
                   DISPLAY "No operator ", WS-ID-ENTRY
               NOT INVALID KEY
                   PERFORM 0350-GET-ROLE
                   PERFORM 0360-SET-ROLE
                   REWRITE OPERATOR-RECORD
                   DISPLAY "Operator ", WS-ID-ENTRY,
                       " role set to ", OPER-ROLE
