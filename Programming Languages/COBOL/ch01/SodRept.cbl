       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SODREPT".
       AUTHOR.     ALAN GARCIA.
      *Monthly segregation-of-duties override report. Every time a
      *maker/checker program refused an operator for doing both
      *halves of a conflicting pair and a supervisor let it
      *through anyway, the override register holds the row; this
      *lists the month's rows - the rule broken, the operator, the
      *item, the program, the supervisor who overrode and the
      *reason given - with a count by rule. Return code 4 when
      *there is anything to list.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE ASSIGN TO "OVERRIDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-FS.
           SELECT SOD-REPORT-FILE ASSIGN TO "SODREPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERRIDE-FILE.
           COPY "OVRDREC.cpy".

       FD SOD-REPORT-FILE.
       01 SOD-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OVRD-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-REGISTER VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-MONTH-ENTRY PIC 9(6).
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
           COPY "SODRTBL.cpy".
       01 WS-RULE-COUNTS.
           05 WS-RULE-COUNT PIC 9(5) OCCURS 3 TIMES.
       01 WS-RX PIC 9.
       01 WS-FOUND-RX PIC 9.
       01 WS-RULE-ID PIC X(4).
       01 WS-RULE-TEXT PIC X(30).
      *The register's record key for these rows is the operator
      *refused, then the item.
       01 WS-SOD-KEY.
           05 WS-SOD-OPERATOR-ID PIC X(8).
           05 FILLER PIC X.
           05 WS-SOD-ITEM PIC X(21).

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SEGREGATION-OF-DUTIES OVERRIDE REPORT".
           DISPLAY "Report for which month (YYYYMM): ".
           ACCEPT WS-MONTH-ENTRY.
           INITIALIZE WS-RULE-COUNTS.
           OPEN OUTPUT SOD-REPORT-FILE.
           MOVE SPACES TO SOD-REPORT-LINE.
           STRING "DUTIES CONFLICTS OVERRIDDEN BY A SUPERVISOR - "
               WS-MONTH-ENTRY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE SPACES TO SOD-REPORT-LINE.
           STRING "DATE     TIME    RULE  OPERATOR  PROGRAM   "
               "OVERRODE  ITEM"
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           PERFORM 0200-SCAN-REGISTER.
           IF WS-LISTED-COUNT = ZERO
               MOVE SPACES TO SOD-REPORT-LINE
               MOVE "  NO DUTIES CONFLICTS WERE OVERRIDDEN THIS MONTH"
                   TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.
           PERFORM 0400-WRITE-RULE-COUNTS.
           CLOSE SOD-REPORT-FILE.
           DISPLAY "Conflicts overridden: ", WS-LISTED-COUNT.
           DISPLAY "Report SODREPT.RPT.".
           IF WS-LISTED-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *No register yet simply means no override has been taken.
           0200-SCAN-REGISTER.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVRD-FS = "00"
               SET END-OF-REGISTER TO FALSE
               PERFORM UNTIL END-OF-REGISTER
                   READ OVERRIDE-FILE
                       AT END
                           SET END-OF-REGISTER TO TRUE
                       NOT AT END
                           IF OVRD-FUNCTION(1:3) = "SOD"
                                   AND OVRD-DATE(1:6) = WS-MONTH-ENTRY
                               PERFORM 0300-LIST-ONE-CONFLICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.

           0300-LIST-ONE-CONFLICT.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE OVRD-FUNCTION(4:4) TO WS-RULE-ID.
           MOVE "RULE NO LONGER ON THE TABLE" TO WS-RULE-TEXT.
           MOVE ZERO TO WS-FOUND-RX.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= SOD-RULE-TABLE-SIZE
                   OR WS-FOUND-RX > ZERO
               ADD 1 TO WS-RX
               IF SODR-RULE-ID(WS-RX) = WS-RULE-ID
                   MOVE WS-RX TO WS-FOUND-RX
                   MOVE SODR-RULE-TEXT(WS-RX) TO WS-RULE-TEXT
                   ADD 1 TO WS-RULE-COUNT(WS-RX)
               END-IF
           END-PERFORM.
           MOVE OVRD-RECORD-KEY TO WS-SOD-KEY.
           MOVE SPACES TO SOD-REPORT-LINE.
           STRING OVRD-DATE " " OVRD-TIME "  " WS-RULE-ID
               "  " WS-SOD-OPERATOR-ID "  " OVRD-PROGRAM
               "  " OVRD-SUPERVISOR-ID "  " WS-SOD-ITEM
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE SPACES TO SOD-REPORT-LINE.
           STRING "                 " WS-RULE-TEXT
               "  REASON: " OVRD-REASON
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.

           0400-WRITE-RULE-COUNTS.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "OVERRIDES BY RULE" TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE ZERO TO WS-RX.
           PERFORM UNTIL WS-RX >= SOD-RULE-TABLE-SIZE
               ADD 1 TO WS-RX
               MOVE SPACES TO SOD-REPORT-LINE
               STRING "  " SODR-RULE-ID(WS-RX)
                   "  " SODR-RULE-TEXT(WS-RX)
                   "  " WS-RULE-COUNT(WS-RX)
                   DELIMITED BY SIZE INTO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO SOD-REPORT-LINE.
           STRING "  TOTAL OVERRIDDEN                      "
               WS-LISTED-COUNT
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
       END PROGRAM "SODREPT".
