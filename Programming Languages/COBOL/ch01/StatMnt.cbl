       IDENTIFICATION DIVISION.
       PROGRAM-ID. "STATMNT".
       AUTHOR.     ALAN GARCIA.
      *Station registry maintenance (STATION.DAT). Registers a
      *station under the one ID it signs on with - its site, its
      *type, the CALCBMI run modes it may start, the printer files
      *its result cards and member cards go to, and its attached
      *scale from DEVICES.DAT - or retires one, or lists the
      *registry. The sign-log check lists every station ID on
      *SIGNLOG.DAT that is not registered, which is how the old
      *freehand spellings are found and cleared up before OPERAUTH
      *starts refusing them. Back-office programs that sign on
      *under their own name need a back-office row too. Changes
      *need a supervisor and are stamped with who made them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-FILE ASSIGN TO "STATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-ID
               FILE STATUS IS WS-STATION-FS.
           SELECT DEVICE-FILE ASSIGN TO "DEVICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-ID
               FILE STATUS IS WS-DEVICE-FS.
           SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STATION-FILE.
           COPY "STATREC.cpy".

       FD DEVICE-FILE.
           COPY "DEVREC.cpy".

       FD SIGNON-LOG-FILE.
       01 SIGNON-LOG-LINE.
           05 SLOG-DATE PIC X(8).
           05 FILLER PIC X(16).
           05 SLOG-STATION-ID PIC X(8).
           05 FILLER PIC X(48).

       WORKING-STORAGE SECTION.
       01 WS-STATION-FS PIC XX.
       01 WS-DEVICE-FS PIC XX.
       01 WS-SIGNLOG-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 RETIRE-MODE-CHOSEN VALUE "R" "r".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
           88 SIGNLOG-MODE-CHOSEN VALUE "S" "s".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-ON-FILE-SW PIC X VALUE "N".
           88 STATION-IS-ON-FILE VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-STATIONS VALUE "Y" FALSE "N".
       01 WS-CONFIRM-CHOICE PIC X.
           88 CONFIRM-WANTED VALUE "Y" "y".
       01 WS-STATION-ENTRY PIC X(8).
       01 WS-TYPE-ENTRY PIC X.
       01 WS-MODES-ENTRY PIC X(3).
       01 WS-MODE-X PIC 9.
       01 WS-MODE-LETTER PIC X.
       01 WS-SCALE-ENTRY PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TYPE-TEXT PIC X(11).
       01 WS-STATUS-TEXT PIC X(7).
      *Unregistered station IDs seen on the sign-on log, with how
      *often each was used.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ROW OCCURS 200 TIMES.
               10 WS-SEEN-ID PIC X(8).
               10 WS-SEEN-USES PIC 9(5).
               10 WS-SEEN-LAST-DATE PIC X(8).
       01 WS-SEEN-COUNT PIC 999 VALUE ZERO.
       01 WS-SEEN-MAX PIC 999 VALUE 200.
       01 WS-SX PIC 999.
       01 WS-SEEN-FOUND-SW PIC X VALUE "N".
           88 STATION-WAS-SEEN VALUE "Y" FALSE "N".
           COPY "AUTHREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "STATION REGISTRY".
           PERFORM 0110-GET-MODE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0160-OPEN-STATION-IO.
           EVALUATE TRUE
               WHEN LIST-MODE-CHOSEN
                   PERFORM 0500-LIST-STATIONS
               WHEN SIGNLOG-MODE-CHOSEN
                   PERFORM 0600-CHECK-SIGN-LOG
               WHEN OTHER
                   PERFORM 0150-VERIFY-SUPERVISOR
                   IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                       IF ADD-MODE-CHOSEN
                           PERFORM 0200-ADD-STATION
                       ELSE
                           PERFORM 0400-RETIRE-STATION
                       END-IF
                   ELSE
                       DISPLAY "An enabled supervisor ID is "
                           "required. Nothing was changed."
                   END-IF
           END-EVALUATE.
           CLOSE STATION-FILE.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd or change a station, (R)etire one, "
                   "(L)ist, or (S)ign-log check: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR RETIRE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN OR SIGNLOG-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, R, L or S."
               END-IF
           END-PERFORM.

           0150-VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID authorizing this change: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "STATMNT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

           0160-OPEN-STATION-IO.
           OPEN I-O STATION-FILE.
           IF WS-STATION-FS = "35"
               OPEN OUTPUT STATION-FILE
               CLOSE STATION-FILE
               OPEN I-O STATION-FILE
           END-IF.

      *Station IDs are held in upper case, the way OPERAUTH looks
      *them up.
           0170-GET-STATION-ID.
           DISPLAY "Station ID: ".
           ACCEPT WS-STATION-ENTRY.
           INSPECT WS-STATION-ENTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-STATION-ENTRY TO STAT-ID.
           READ STATION-FILE
               INVALID KEY
                   SET STATION-IS-ON-FILE TO FALSE
               NOT INVALID KEY
                   SET STATION-IS-ON-FILE TO TRUE
                   PERFORM 0550-SHOW-STATION
           END-READ.

      *A station already on file is replaced in place, so changing
      *a printer or a scale is the same keying as adding, and a
      *retired station comes back active.
           0200-ADD-STATION.
           PERFORM 0170-GET-STATION-ID.
           IF WS-STATION-ENTRY = SPACES
               DISPLAY "A station ID is required. Nothing was added."
           ELSE
               MOVE WS-STATION-ENTRY TO STAT-ID
               DISPLAY "Site: "
               ACCEPT STAT-SITE
               PERFORM 0210-GET-TYPE
               PERFORM 0220-GET-RUN-MODES
               DISPLAY "Result card print file (blank = "
                   "RESULTCARD.PRT): "
               ACCEPT STAT-RESULT-PRINT-FILE
               DISPLAY "Member card print file (blank = "
                   "MBRCARDS.PRT): "
               ACCEPT STAT-CARD-PRINT-FILE
               PERFORM 0240-GET-SCALE
               SET STAT-IS-ACTIVE TO TRUE
               MOVE WS-SUPERVISOR-ID TO STAT-CHANGED-BY
               MOVE WS-TODAY-DATE TO STAT-CHANGED-DATE
               IF STATION-IS-ON-FILE
                   REWRITE STATION-RECORD
               ELSE
                   WRITE STATION-RECORD
               END-IF
               IF WS-STATION-FS = "00"
                   DISPLAY "Station ", STAT-ID, " registered."
               ELSE
                   DISPLAY "Could not register the station, "
                       "status: ", WS-STATION-FS
                   MOVE "0200-ADD-STATION" TO ERRL-REQ-PARAGRAPH
                   MOVE "STATION.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-STATION-FS TO ERRL-REQ-STATUS
                   MOVE STAT-ID TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-ERROR TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
               END-IF
           END-IF.

           0210-GET-TYPE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Station type - (D)esk, (S)creening, "
                   "(K)iosk or (B)ack office: "
               ACCEPT WS-TYPE-ENTRY
               INSPECT WS-TYPE-ENTRY CONVERTING "dskb" TO "DSKB"
               MOVE WS-TYPE-ENTRY TO STAT-TYPE
               IF STAT-TYPE-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter D, S, K or B."
               END-IF
           END-PERFORM.

      *Blank takes the usual modes for the type: a desk runs
      *interactive and batch, a screening station interactive, a
      *kiosk the kiosk only, and back office batch only.
           0220-GET-RUN-MODES.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "CALCBMI run modes allowed - any of I, B, K "
                   "(blank = usual for the type): "
               MOVE SPACES TO WS-MODES-ENTRY
               ACCEPT WS-MODES-ENTRY
               INSPECT WS-MODES-ENTRY CONVERTING "ibk" TO "IBK"
               MOVE "NNN" TO STAT-RUN-MODES
               IF WS-MODES-ENTRY = SPACES
                   PERFORM 0225-DEFAULT-RUN-MODES
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   SET ENTRY-IS-VALID TO TRUE
                   MOVE ZERO TO WS-MODE-X
                   PERFORM UNTIL WS-MODE-X >= 3
                       ADD 1 TO WS-MODE-X
                       MOVE WS-MODES-ENTRY(WS-MODE-X:1)
                           TO WS-MODE-LETTER
                       PERFORM 0230-TAKE-MODE-LETTER
                   END-PERFORM
                   IF NOT ENTRY-IS-VALID
                       DISPLAY "Modes are I, B and K only."
                   END-IF
               END-IF
           END-PERFORM.

           0225-DEFAULT-RUN-MODES.
           EVALUATE TRUE
               WHEN STAT-IS-DESK
                   MOVE "YYN" TO STAT-RUN-MODES
               WHEN STAT-IS-SCREENING
                   MOVE "YNN" TO STAT-RUN-MODES
               WHEN STAT-IS-KIOSK
                   MOVE "NNY" TO STAT-RUN-MODES
               WHEN OTHER
                   MOVE "NYN" TO STAT-RUN-MODES
           END-EVALUATE.

           0230-TAKE-MODE-LETTER.
           EVALUATE WS-MODE-LETTER
               WHEN "I"
                   MOVE "Y" TO STAT-ALLOW-INTERACTIVE
               WHEN "B"
                   MOVE "Y" TO STAT-ALLOW-BATCH
               WHEN "K"
                   MOVE "Y" TO STAT-ALLOW-KIOSK
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   SET ENTRY-IS-VALID TO FALSE
           END-EVALUATE.

      *The attached scale must already be in the device registry,
      *so its calibration is tracked.
           0240-GET-SCALE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Attached scale device ID (blank = none): "
               MOVE SPACES TO WS-SCALE-ENTRY
               ACCEPT WS-SCALE-ENTRY
               IF WS-SCALE-ENTRY = SPACES
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   OPEN INPUT DEVICE-FILE
                   IF WS-DEVICE-FS = "00"
                       MOVE WS-SCALE-ENTRY TO DEV-ID
                       READ DEVICE-FILE
                           INVALID KEY
                               DISPLAY "Device ", WS-SCALE-ENTRY,
                                   " is not in DEVICES.DAT."
                           NOT INVALID KEY
                               SET ENTRY-IS-VALID TO TRUE
                       END-READ
                       CLOSE DEVICE-FILE
                   ELSE
                       DISPLAY "No device registry on hand - "
                           "register the scale with DEVREG first."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SCALE-ENTRY TO STAT-SCALE-ID.

      *A retired station stays on file so the sign-on log still
      *reads against it; it just cannot sign on.
           0400-RETIRE-STATION.
           PERFORM 0170-GET-STATION-ID.
           IF NOT STATION-IS-ON-FILE
               DISPLAY "Station ", WS-STATION-ENTRY,
                   " is not registered."
           ELSE
               DISPLAY "Retire this station (Y/N)? "
               ACCEPT WS-CONFIRM-CHOICE
               IF CONFIRM-WANTED
                   SET STAT-IS-RETIRED TO TRUE
                   MOVE WS-SUPERVISOR-ID TO STAT-CHANGED-BY
                   MOVE WS-TODAY-DATE TO STAT-CHANGED-DATE
                   REWRITE STATION-RECORD
                   IF WS-STATION-FS = "00"
                       DISPLAY "Station ", STAT-ID, " retired."
                   ELSE
                       DISPLAY "Could not retire the station, "
                           "status: ", WS-STATION-FS
                       MOVE "0400-RETIRE-STATION" TO ERRL-REQ-PARAGRAPH
                       MOVE "STATION.DAT" TO ERRL-REQ-FILE-NAME
                       MOVE WS-STATION-FS TO ERRL-REQ-STATUS
                       MOVE STAT-ID TO ERRL-REQ-KEY-VALUE
                       SET ERRL-REQ-ERROR TO TRUE
                       PERFORM 0999-LOG-FILE-ERROR
                   END-IF
               ELSE
                   DISPLAY "Nothing was changed."
               END-IF
           END-IF.

           0500-LIST-STATIONS.
           MOVE LOW-VALUES TO STAT-ID.
           START STATION-FILE KEY >= STAT-ID
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-STATIONS TO FALSE.
           IF WS-STATION-FS NOT = "00"
               SET END-OF-STATIONS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-STATIONS
               READ STATION-FILE NEXT RECORD
                   AT END
                       SET END-OF-STATIONS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM 0550-SHOW-STATION
               END-READ
           END-PERFORM.
           DISPLAY "Stations listed: ", WS-LISTED-COUNT.

           0550-SHOW-STATION.
           EVALUATE TRUE
               WHEN STAT-IS-DESK
                   MOVE "DESK" TO WS-TYPE-TEXT
               WHEN STAT-IS-SCREENING
                   MOVE "SCREENING" TO WS-TYPE-TEXT
               WHEN STAT-IS-KIOSK
                   MOVE "KIOSK" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "BACK OFFICE" TO WS-TYPE-TEXT
           END-EVALUATE.
           IF STAT-IS-RETIRED
               MOVE "RETIRED" TO WS-STATUS-TEXT
           ELSE
               MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-IF.
           DISPLAY "  ", STAT-ID, "  ", STAT-SITE, "  ",
               WS-TYPE-TEXT, "  ", WS-STATUS-TEXT,
               "  BY ", STAT-CHANGED-BY, " ", STAT-CHANGED-DATE.
           DISPLAY "    MODES I/B/K ", STAT-ALLOW-INTERACTIVE,
               STAT-ALLOW-BATCH, STAT-ALLOW-KIOSK,
               "  RESULTS ", STAT-RESULT-PRINT-FILE,
               "  CARDS ", STAT-CARD-PRINT-FILE,
               "  SCALE ", STAT-SCALE-ID.

      *Every station ID on the sign-on log that is not an active
      *registered station, with its sign-on count and last date.
           0600-CHECK-SIGN-LOG.
           OPEN INPUT SIGNON-LOG-FILE.
           IF WS-SIGNLOG-FS NOT = "00"
               DISPLAY "No sign-on log on hand."
           ELSE
               SET END-OF-STATIONS TO FALSE
               PERFORM UNTIL END-OF-STATIONS
                   READ SIGNON-LOG-FILE
                       AT END
                           SET END-OF-STATIONS TO TRUE
                       NOT AT END
                           PERFORM 0620-CHECK-ONE-SIGN-ON
                   END-READ
               END-PERFORM
               CLOSE SIGNON-LOG-FILE
               MOVE ZERO TO WS-SX
               PERFORM UNTIL WS-SX >= WS-SEEN-COUNT
                   ADD 1 TO WS-SX
                   DISPLAY "  ", WS-SEEN-ID(WS-SX),
                       "  SIGN-ONS ", WS-SEEN-USES(WS-SX),
                       "  LAST ", WS-SEEN-LAST-DATE(WS-SX)
               END-PERFORM
               DISPLAY "Unregistered station IDs: ", WS-SEEN-COUNT
               IF WS-SEEN-COUNT >= WS-SEEN-MAX
                   DISPLAY "List is full - register these and run "
                       "the check again."
               END-IF
           END-IF.

           0620-CHECK-ONE-SIGN-ON.
           MOVE SLOG-STATION-ID TO STAT-ID.
           READ STATION-FILE
               INVALID KEY
                   PERFORM 0650-NOTE-UNREGISTERED
               NOT INVALID KEY
                   IF NOT STAT-IS-ACTIVE
                       PERFORM 0650-NOTE-UNREGISTERED
                   END-IF
           END-READ.

           0650-NOTE-UNREGISTERED.
           SET STATION-WAS-SEEN TO FALSE.
           MOVE ZERO TO WS-SX.
           PERFORM UNTIL WS-SX >= WS-SEEN-COUNT OR STATION-WAS-SEEN
               ADD 1 TO WS-SX
               IF WS-SEEN-ID(WS-SX) = SLOG-STATION-ID
                   SET STATION-WAS-SEEN TO TRUE
               END-IF
           END-PERFORM.
           IF STATION-WAS-SEEN
               ADD 1 TO WS-SEEN-USES(WS-SX)
               MOVE SLOG-DATE TO WS-SEEN-LAST-DATE(WS-SX)
           ELSE
               IF WS-SEEN-COUNT < WS-SEEN-MAX
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE SLOG-STATION-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
                   MOVE 1 TO WS-SEEN-USES(WS-SEEN-COUNT)
                   MOVE SLOG-DATE
                       TO WS-SEEN-LAST-DATE(WS-SEEN-COUNT)
               END-IF
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "STATMNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "STATMNT".
