       01 WS-DELTA-MONEY PIC S9(9)V99.
       01 WS-DELTA-DISP PIC +ZZZZZZ9.
       01 WS-MONEY-DISP PIC -ZZZZZZZZ9.99.
       01 POINTS-PER-SCREENING PIC 99.
           COPY "PTSRREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "MONTHLY MANAGEMENT KPI PACK".
           CALL "PTSRATE" USING PTSR-REQUEST.
           MOVE PTSR-PER-SCREENING TO POINTS-PER-SCREENING.
           DISPLAY "Pack for which month (YYYYMM): ".
           ACCEPT WS-MONTH-ENTRY.
           MOVE WS-MONTH-ENTRY TO WS-PREV-MONTH.
