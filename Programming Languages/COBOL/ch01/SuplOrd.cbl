       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SUPLORD".
       AUTHOR.     ALAN GARCIA.
      *Screening supply reorder report. For every supply item the
      *usable stock - on hand in lots not yet expired - is totalled
      *by storage location and across all locations, and an item
      *whose total is under its reorder minimum is flagged REORDER.
      *Expired stock still on the shelf is shown apart so it is
      *pulled rather than counted. An item with nothing on file at
      *all is flagged too. Runs without prompts; return code 4
      *when anything needs reordering.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLY-FILE ASSIGN TO "SUPPLY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPL-KEY
               FILE STATUS IS WS-SUPPLY-FS.
           SELECT REORDER-REPORT-FILE ASSIGN TO "SUPLORD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLY-FILE.
           COPY "SUPLREC.cpy".

       FD REORDER-REPORT-FILE.
       01 REORDER-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SUPPLY-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-SUPPLY-OPEN-SW PIC X VALUE "N".
           88 SUPPLY-IS-OPEN VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-ITEM-LOTS VALUE "Y" FALSE "N".
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SX PIC 9.
       01 WS-CURRENT-LOCATION PIC X(8).
       01 WS-LOC-USABLE PIC 9(6).
       01 WS-LOC-EXPIRED PIC 9(6).
       01 WS-ITEM-USABLE PIC 9(6).
       01 WS-ITEM-EXPIRED PIC 9(6).
       01 WS-ITEM-FLAG PIC X(7).
       01 WS-REORDER-COUNT PIC 9 VALUE ZERO.
           COPY "SUPITBL.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SCREENING SUPPLY REORDER".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SUPPLY-FILE.
           IF WS-SUPPLY-FS = "00"
               SET SUPPLY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "No supply stock on file - every item is "
                   "reported at zero."
           END-IF.
           OPEN OUTPUT REORDER-REPORT-FILE.
           MOVE SPACES TO REORDER-REPORT-LINE.
           STRING "SCREENING SUPPLY STOCK AND REORDER AS OF "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE SPACES TO REORDER-REPORT-LINE.
           STRING "ITEM NAME                 LOCATION USABLE EXPIRED "
               " MINIMUM"
               DELIMITED BY SIZE INTO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE ZERO TO WS-SX.
           PERFORM UNTIL WS-SX >= SUPPLY-ITEM-TABLE-SIZE
               ADD 1 TO WS-SX
               PERFORM 0200-REPORT-ONE-ITEM
           END-PERFORM.
           MOVE SPACES TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE SPACES TO REORDER-REPORT-LINE.
           STRING "ITEMS TO REORDER: " WS-REORDER-COUNT
               DELIMITED BY SIZE INTO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           IF SUPPLY-IS-OPEN
               CLOSE SUPPLY-FILE
           END-IF.
           CLOSE REORDER-REPORT-FILE.
           DISPLAY "Items to reorder: ", WS-REORDER-COUNT.
           DISPLAY "Reorder report SUPLORD.RPT.".
           IF WS-REORDER-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *The file is keyed item, location, lot, so one item's lots
      *read together a location at a time.
           0200-REPORT-ONE-ITEM.
           MOVE ZERO TO WS-ITEM-USABLE.
           MOVE ZERO TO WS-ITEM-EXPIRED.
           MOVE ZERO TO WS-LOC-USABLE.
           MOVE ZERO TO WS-LOC-EXPIRED.
           MOVE SPACES TO WS-CURRENT-LOCATION.
           SET END-OF-ITEM-LOTS TO TRUE.
           IF SUPPLY-IS-OPEN
               MOVE SUPI-ITEM-CODE(WS-SX) TO SUPL-ITEM-CODE
               MOVE LOW-VALUES TO SUPL-LOCATION
               MOVE LOW-VALUES TO SUPL-LOT-NUMBER
               START SUPPLY-FILE KEY >= SUPL-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-SUPPLY-FS = "00"
                   SET END-OF-ITEM-LOTS TO FALSE
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-ITEM-LOTS
               READ SUPPLY-FILE NEXT RECORD
                   AT END
                       SET END-OF-ITEM-LOTS TO TRUE
                   NOT AT END
                       IF SUPL-ITEM-CODE NOT = SUPI-ITEM-CODE(WS-SX)
                           SET END-OF-ITEM-LOTS TO TRUE
                       ELSE
                           PERFORM 0250-ADD-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CURRENT-LOCATION NOT = SPACES
               PERFORM 0270-WRITE-LOCATION-LINE
           END-IF.
           IF WS-ITEM-USABLE < SUPI-REORDER-MIN(WS-SX)
               MOVE "REORDER" TO WS-ITEM-FLAG
               ADD 1 TO WS-REORDER-COUNT
           ELSE
               MOVE SPACES TO WS-ITEM-FLAG
           END-IF.
           MOVE SPACES TO REORDER-REPORT-LINE.
           STRING SUPI-ITEM-CODE(WS-SX) " " SUPI-ITEM-NAME(WS-SX)
               " ALL      " WS-ITEM-USABLE " " WS-ITEM-EXPIRED "  "
               SUPI-REORDER-MIN(WS-SX) " " WS-ITEM-FLAG
               DELIMITED BY SIZE INTO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.

           0250-ADD-ONE-LOT.
           IF SUPL-LOCATION NOT = WS-CURRENT-LOCATION
               IF WS-CURRENT-LOCATION NOT = SPACES
                   PERFORM 0270-WRITE-LOCATION-LINE
               END-IF
               MOVE SUPL-LOCATION TO WS-CURRENT-LOCATION
               MOVE ZERO TO WS-LOC-USABLE
               MOVE ZERO TO WS-LOC-EXPIRED
           END-IF.
           IF SUPL-EXPIRY-DATE NOT = ZERO
                   AND SUPL-EXPIRY-DATE < WS-TODAY-DATE
               ADD SUPL-ON-HAND TO WS-LOC-EXPIRED
               ADD SUPL-ON-HAND TO WS-ITEM-EXPIRED
           ELSE
               ADD SUPL-ON-HAND TO WS-LOC-USABLE
               ADD SUPL-ON-HAND TO WS-ITEM-USABLE
           END-IF.

           0270-WRITE-LOCATION-LINE.
           MOVE SPACES TO REORDER-REPORT-LINE.
           STRING "                          " WS-CURRENT-LOCATION
               " " WS-LOC-USABLE " " WS-LOC-EXPIRED
               DELIMITED BY SIZE INTO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
       END PROGRAM "SUPLORD".
