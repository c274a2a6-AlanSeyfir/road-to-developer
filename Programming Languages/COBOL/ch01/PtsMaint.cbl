           88 END-OF-POINTS VALUE "Y" FALSE "N".
       01 WS-PERIOD-END-ENTRY PIC 9(8).
       01 WS-EXPORTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FROZEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-ADJUST-AMOUNT PIC S9(5).
       01 WS-REASON-CODE PIC X(4).
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.

      *Each exported balance is zeroed once its payroll record is
      *safely written, so the same points can never be credited to
      *a second period. A frozen balance stays where it is until
      *the member is set active again.
           0200-EXPORT-BALANCES.
           DISPLAY "Period-end date (YYYYMMDD): ".
           ACCEPT WS-PERIOD-END-ENTRY.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Cannot open POINTS.DAT, status: ",
                   WS-POINTS-FS
               MOVE "0200-EXPORT-BALANCES" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT PAYROLL-EXPORT-FILE
               SET END-OF-POINTS TO FALSE
                       AT END
                           SET END-OF-POINTS TO TRUE
                       NOT AT END
                           IF PTS-IS-FROZEN
                               ADD 1 TO WS-FROZEN-COUNT
                           END-IF
                           IF PTS-BALANCE NOT = ZERO
                                   AND NOT PTS-IS-FROZEN
                               MOVE PTS-MEMBER-ID TO PAY-EMPLOYEE-ID
                               MOVE PTS-BALANCE TO PAY-CREDIT-POINTS
                               MOVE WS-PERIOD-END-ENTRY
                                       "status: ", WS-EXPORT-FS,
                                       " - balance kept for member ",
                                       PTS-MEMBER-ID
                                   MOVE "0200-EXPORT-BALANCES"
                                       TO ERRL-REQ-PARAGRAPH
                                   MOVE "PAYEXPT.DAT"
                                       TO ERRL-REQ-FILE-NAME
                                   MOVE WS-EXPORT-FS TO ERRL-REQ-STATUS
                                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                                   SET ERRL-REQ-ERROR TO TRUE
                                   PERFORM 0999-LOG-FILE-ERROR
                               END-IF
                           END-IF
                   END-READ
               CLOSE PAYROLL-EXPORT-FILE
               DISPLAY "Balances exported and reset: ",
                   WS-EXPORTED-COUNT
               DISPLAY "Frozen balances held back:   ",
                   WS-FROZEN-COUNT
           END-IF.

           0400-ADJUST-BALANCE.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Cannot open POINTS.DAT, status: ",
                   WS-POINTS-FS
               MOVE "0450-APPLY-ADJUSTMENT" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               MOVE WS-ID-ENTRY TO PTS-MEMBER-ID
               READ POINTS-FILE
               DELIMITED BY SIZE INTO ADJUSTMENT-LOG-LINE.
           WRITE ADJUSTMENT-LOG-LINE.
           CLOSE ADJUSTMENT-LOG-FILE.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PTSMAINT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PTSMAINT".
