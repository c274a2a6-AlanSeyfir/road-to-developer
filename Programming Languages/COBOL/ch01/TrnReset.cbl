               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-KEY
               FILE STATUS IS WS-SLOTCAP-FS.
           SELECT TRAIN-COUNSEL-FILE ASSIGN TO "TRNCOUNSEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNSL-KEY
               FILE STATUS IS WS-COUNSEL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-SLOTCAP-FILE.
           COPY "SLOTCREC.cpy".

       FD TRAIN-COUNSEL-FILE.
           COPY "CNSLREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS PIC XX.
       01 WS-SEQ-FS PIC XX.
       01 WS-DAYC-FS PIC XX.
       01 WS-CARDS-FS PIC XX.
       01 WS-SLOTCAP-FS PIC XX.
       01 WS-COUNSEL-FS PIC XX.
       01 WS-SEQ-REL-KEY PIC 9(4).
       01 WS-CONFIRM-ENTRY PIC X.
           88 RESET-CONFIRMED VALUE "Y" "y".
           CLOSE TRAIN-CARDS-FILE.
           OPEN OUTPUT TRAIN-SLOTCAP-FILE.
           CLOSE TRAIN-SLOTCAP-FILE.
           OPEN OUTPUT TRAIN-COUNSEL-FILE.
           CLOSE TRAIN-COUNSEL-FILE.
       END PROGRAM "TRNRESET".
