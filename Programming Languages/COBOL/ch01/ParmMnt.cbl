       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PARMMNT".
       AUTHOR.     ALAN GARCIA.
      *Threshold and parameter maintenance. Every clinical and
      *business threshold the system reads from a parameter file -
      *the BMI constant, edit gate and referral threshold
      *(BMIPARM.DAT), the hypertension cutoffs (BPPARM.DAT), the
      *lab alert limits (LABTHRSH.DAT), the wellness score weights
      *and bands (WSCRPARM.DAT) and the points rates (PTSPARM.DAT)
      *- is listed and changed here instead of in a text editor.
      *Supervisors only. A change needs a second supervisor to
      *approve it at the same sitting, takes effect the day it is
      *made, and is written to the parameter history with the
      *value before and after and both supervisors; the history
      *inquiry answers when a parameter last changed and who
      *changed it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-PARM-FILE ASSIGN TO "BMIPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BMIPARM-FS.
           SELECT BP-PARM-FILE ASSIGN TO "BPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPPARM-FS.
           SELECT LAB-THRESHOLD-FILE ASSIGN TO "LABTHRSH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRSH-FS.
           SELECT WEIGHT-PARM-FILE ASSIGN TO "WSCRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WSCRPARM-FS.
           SELECT POINTS-PARM-FILE ASSIGN TO "PTSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTSPARM-FS.
           SELECT PARM-HISTORY-FILE ASSIGN TO "PARMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-FS.

       DATA DIVISION.
       FILE SECTION.
      *The four older parameter files keep the layouts their
      *reading programs already declare.
       FD BMI-PARM-FILE.
       01 BMI-PARM-RECORD.
           05 BMIP-BMI-CONSTANT PIC 999V99.
           05 BMIP-EDIT-GATE-PCT PIC 99.
           05 BMIP-REFERRAL-THRESHOLD PIC 99V99.

       FD BP-PARM-FILE.
       01 BP-PARM-RECORD.
           05 BPP-SYSTOLIC-CUTOFF PIC 999.
           05 BPP-DIASTOLIC-CUTOFF PIC 999.

       FD LAB-THRESHOLD-FILE.
       01 LAB-THRESHOLD-RECORD.
           05 LTH-GLUCOSE PIC 999.
           05 LTH-CHOL PIC 999.
           05 LTH-GLUCOSE-JUMP PIC 999.
           05 LTH-CHOL-JUMP PIC 999.

       FD WEIGHT-PARM-FILE.
       01 WEIGHT-PARM-RECORD.
           05 WSCP-BMI-WEIGHT PIC 99.
           05 WSCP-BP-WEIGHT PIC 99.
           05 WSCP-LAB-WEIGHT PIC 99.
           05 WSCP-RISK-CUTOFF PIC 999.
           05 WSCP-FAIR-CUTOFF PIC 999.

       FD POINTS-PARM-FILE.
           COPY "PTSPREC.cpy".

       FD PARM-HISTORY-FILE.
           COPY "PHSTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BMIPARM-FS PIC XX.
       01 WS-BPPARM-FS PIC XX.
       01 WS-THRSH-FS PIC XX.
       01 WS-WSCRPARM-FS PIC XX.
       01 WS-PTSPARM-FS PIC XX.
       01 WS-PHIST-FS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y" FALSE "N".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-MODE-CHOICE PIC X.
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
           88 HISTORY-MODE-CHOSEN VALUE "H" "h".
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-APPROVER-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TIME-RAW.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-PARM-ID-ENTRY PIC X(8).
       01 WS-NEW-VALUE PIC 9(5)V99.
       01 WS-WHOLE-VALUE PIC 9(5).
       01 WS-OLD-VALUE PIC 9(5)V99.
       01 WS-REASON-ENTRY PIC X(40).
       01 WS-VALUE-DISP PIC ZZZZ9.99.
       01 WS-VALUE-DISP-2 PIC ZZZZ9.99.
       01 WS-SAVED-SW PIC X VALUE "N".
           88 CHANGE-WAS-SAVED VALUE "Y" FALSE "N".
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LAST-CHANGE-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-CHANGED-BY PIC X(8) VALUE SPACES.
       01 WS-LAST-APPROVED-BY PIC X(8) VALUE SPACES.

      *The parameter catalog: ID, file, the value the reading
      *program uses when the file has none, the range a change
      *must fall in, decimal places, and what it is. Values are
      *9(5)V99 throughout. The current value of each row is held
      *at the same subscript in the value table below.
       01 PARM-CATALOG-VALUES.
           05 FILLER PIC X(42)
               VALUE "BMICONSTBMIPARM.DAT 0070300000010000999992".
           05 FILLER PIC X(30) VALUE "BMI FORMULA CONSTANT".
           05 FILLER PIC X(42)
               VALUE "EDITGATEBMIPARM.DAT 0001000000010000099000".
           05 FILLER PIC X(30) VALUE "BATCH EDIT GATE PERCENT".
           05 FILLER PIC X(42)
               VALUE "REFERBMIBMIPARM.DAT 0003000000150000060002".
           05 FILLER PIC X(30) VALUE "REFERRAL BMI THRESHOLD".
           05 FILLER PIC X(42)
               VALUE "SYSCUT  BPPARM.DAT  0013000000800000250000".
           05 FILLER PIC X(30) VALUE "HYPERTENSION SYSTOLIC CUTOFF".
           05 FILLER PIC X(42)
               VALUE "DIACUT  BPPARM.DAT  0008000000500000150000".
           05 FILLER PIC X(30) VALUE "HYPERTENSION DIASTOLIC CUTOFF".
           05 FILLER PIC X(42)
               VALUE "GLUCOSE LABTHRSH.DAT0012600000010000999000".
           05 FILLER PIC X(30) VALUE "GLUCOSE ALERT LIMIT".
           05 FILLER PIC X(42)
               VALUE "CHOL    LABTHRSH.DAT0024000000010000999000".
           05 FILLER PIC X(30) VALUE "CHOLESTEROL ALERT LIMIT".
           05 FILLER PIC X(42)
               VALUE "GLUJUMP LABTHRSH.DAT0003000000010000999000".
           05 FILLER PIC X(30) VALUE "GLUCOSE RISE ALERT".
           05 FILLER PIC X(42)
               VALUE "CHOLJUMPLABTHRSH.DAT0004000000010000999000".
           05 FILLER PIC X(30) VALUE "CHOLESTEROL RISE ALERT".
           05 FILLER PIC X(42)
               VALUE "BMIWT   WSCRPARM.DAT0004000000000000099000".
           05 FILLER PIC X(30) VALUE "WELLNESS SCORE BMI WEIGHT".
           05 FILLER PIC X(42)
               VALUE "BPWT    WSCRPARM.DAT0003000000000000099000".
           05 FILLER PIC X(30) VALUE "WELLNESS SCORE BP WEIGHT".
           05 FILLER PIC X(42)
               VALUE "LABWT   WSCRPARM.DAT0003000000000000099000".
           05 FILLER PIC X(30) VALUE "WELLNESS SCORE LAB WEIGHT".
           05 FILLER PIC X(42)
               VALUE "RISKCUT WSCRPARM.DAT0004000000010000999000".
           05 FILLER PIC X(30) VALUE "WELLNESS SCORE AT-RISK BELOW".
           05 FILLER PIC X(42)
               VALUE "FAIRCUT WSCRPARM.DAT0007000000010000999000".
           05 FILLER PIC X(30) VALUE "WELLNESS SCORE FAIR BELOW".
           05 FILLER PIC X(42)
               VALUE "PTSSCRN PTSPARM.DAT 0001000000000000099000".
           05 FILLER PIC X(30) VALUE "POINTS PER SCREENING".
           05 FILLER PIC X(42)
               VALUE "PTSBONUSPTSPARM.DAT 0002500000000000099000".
           05 FILLER PIC X(30) VALUE "POINTS NORMAL-BAND BONUS".
       01 PARM-CATALOG REDEFINES PARM-CATALOG-VALUES.
           05 PARM-ROW OCCURS 16 TIMES.
               10 PRM-ID PIC X(8).
               10 PRM-FILE PIC X(12).
               10 PRM-DEFAULT PIC 9(5)V99.
               10 PRM-MIN PIC 9(5)V99.
               10 PRM-MAX PIC 9(5)V99.
               10 PRM-DECIMALS PIC 9.
               10 PRM-DESCRIPTION PIC X(30).
       01 PARM-CATALOG-SIZE PIC 99 VALUE 16.
       01 WS-PARM-VALUES.
           05 WS-PV PIC 9(5)V99 OCCURS 16 TIMES.
       01 WS-PX PIC 99.
       01 WS-FOUND-PX PIC 99.
           COPY "AUTHREQ.cpy".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "THRESHOLD AND PARAMETER MAINTENANCE".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Supervisor ID: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "PARMMNT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
               PERFORM 0110-GET-MODE
               PERFORM 0200-LOAD-CURRENT-VALUES
               EVALUATE TRUE
                   WHEN CHANGE-MODE-CHOSEN
                       PERFORM 0300-LIST-PARAMETERS
                       PERFORM 0400-CHANGE-PARAMETER
                   WHEN LIST-MODE-CHOSEN
                       PERFORM 0300-LIST-PARAMETERS
                   WHEN OTHER
                       PERFORM 0700-SHOW-HISTORY
               END-EVALUATE
           ELSE
               DISPLAY "An enabled supervisor ID is required."
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(C)hange a parameter, (L)ist them, or "
                   "(H)istory: "
               ACCEPT WS-MODE-CHOICE
               IF CHANGE-MODE-CHOSEN OR LIST-MODE-CHOSEN
                       OR HISTORY-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter C, L or H."
               END-IF
           END-PERFORM.

      *Each value starts at the reading program's own default and
      *takes the file's value on the same terms the reading program
      *would, so what is shown is what is in force.
           0200-LOAD-CURRENT-VALUES.
           MOVE ZERO TO WS-PX.
           PERFORM UNTIL WS-PX >= PARM-CATALOG-SIZE
               ADD 1 TO WS-PX
               MOVE PRM-DEFAULT(WS-PX) TO WS-PV(WS-PX)
           END-PERFORM.
           PERFORM 0210-LOAD-BMI-PARMS.
           PERFORM 0220-LOAD-BP-PARMS.
           PERFORM 0230-LOAD-LAB-THRESHOLDS.
           PERFORM 0240-LOAD-SCORE-WEIGHTS.
           PERFORM 0250-LOAD-POINTS-RATES.

           0210-LOAD-BMI-PARMS.
           OPEN INPUT BMI-PARM-FILE.
           IF WS-BMIPARM-FS = "00"
               READ BMI-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BMIP-BMI-CONSTANT IS NUMERIC
                               AND BMIP-BMI-CONSTANT > ZERO
                           MOVE BMIP-BMI-CONSTANT TO WS-PV(1)
                       END-IF
                       IF BMIP-EDIT-GATE-PCT IS NUMERIC
                               AND BMIP-EDIT-GATE-PCT > ZERO
                           MOVE BMIP-EDIT-GATE-PCT TO WS-PV(2)
                       END-IF
                       IF BMIP-REFERRAL-THRESHOLD IS NUMERIC
                               AND BMIP-REFERRAL-THRESHOLD > ZERO
                           MOVE BMIP-REFERRAL-THRESHOLD TO WS-PV(3)
                       END-IF
               END-READ
               CLOSE BMI-PARM-FILE
           END-IF.

           0220-LOAD-BP-PARMS.
           OPEN INPUT BP-PARM-FILE.
           IF WS-BPPARM-FS = "00"
               READ BP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BPP-SYSTOLIC-CUTOFF IS NUMERIC
                               AND BPP-SYSTOLIC-CUTOFF > ZERO
                           MOVE BPP-SYSTOLIC-CUTOFF TO WS-PV(4)
                       END-IF
                       IF BPP-DIASTOLIC-CUTOFF IS NUMERIC
                               AND BPP-DIASTOLIC-CUTOFF > ZERO
                           MOVE BPP-DIASTOLIC-CUTOFF TO WS-PV(5)
                       END-IF
               END-READ
               CLOSE BP-PARM-FILE
           END-IF.

           0230-LOAD-LAB-THRESHOLDS.
           OPEN INPUT LAB-THRESHOLD-FILE.
           IF WS-THRSH-FS = "00"
               READ LAB-THRESHOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LTH-GLUCOSE IS NUMERIC
                               AND LTH-GLUCOSE > ZERO
                           MOVE LTH-GLUCOSE TO WS-PV(6)
                       END-IF
                       IF LTH-CHOL IS NUMERIC
                               AND LTH-CHOL > ZERO
                           MOVE LTH-CHOL TO WS-PV(7)
                       END-IF
                       IF LTH-GLUCOSE-JUMP IS NUMERIC
                               AND LTH-GLUCOSE-JUMP > ZERO
                           MOVE LTH-GLUCOSE-JUMP TO WS-PV(8)
                       END-IF
                       IF LTH-CHOL-JUMP IS NUMERIC
                               AND LTH-CHOL-JUMP > ZERO
                           MOVE LTH-CHOL-JUMP TO WS-PV(9)
                       END-IF
               END-READ
               CLOSE LAB-THRESHOLD-FILE
           END-IF.

      *The weights are taken as a set or not at all, as the score
      *run takes them.
           0240-LOAD-SCORE-WEIGHTS.
           OPEN INPUT WEIGHT-PARM-FILE.
           IF WS-WSCRPARM-FS = "00"
               READ WEIGHT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WSCP-BMI-WEIGHT IS NUMERIC
                               AND WSCP-BP-WEIGHT IS NUMERIC
                               AND WSCP-LAB-WEIGHT IS NUMERIC
                           MOVE WSCP-BMI-WEIGHT TO WS-PV(10)
                           MOVE WSCP-BP-WEIGHT TO WS-PV(11)
                           MOVE WSCP-LAB-WEIGHT TO WS-PV(12)
                       END-IF
                       IF WSCP-RISK-CUTOFF IS NUMERIC
                               AND WSCP-RISK-CUTOFF > ZERO
                           MOVE WSCP-RISK-CUTOFF TO WS-PV(13)
                       END-IF
                       IF WSCP-FAIR-CUTOFF IS NUMERIC
                               AND WSCP-FAIR-CUTOFF > ZERO
                           MOVE WSCP-FAIR-CUTOFF TO WS-PV(14)
                       END-IF
               END-READ
               CLOSE WEIGHT-PARM-FILE
           END-IF.

           0250-LOAD-POINTS-RATES.
           OPEN INPUT POINTS-PARM-FILE.
           IF WS-PTSPARM-FS = "00"
               READ POINTS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PTSP-PER-SCREENING IS NUMERIC
                           MOVE PTSP-PER-SCREENING TO WS-PV(15)
                       END-IF
                       IF PTSP-NORMAL-BONUS IS NUMERIC
                           MOVE PTSP-NORMAL-BONUS TO WS-PV(16)
                       END-IF
               END-READ
               CLOSE POINTS-PARM-FILE
           END-IF.

           0300-LIST-PARAMETERS.
           DISPLAY "ID        FILE          CURRENT  DESCRIPTION".
           MOVE ZERO TO WS-PX.
           PERFORM UNTIL WS-PX >= PARM-CATALOG-SIZE
               ADD 1 TO WS-PX
               MOVE WS-PV(WS-PX) TO WS-VALUE-DISP
               DISPLAY PRM-ID(WS-PX), "  ", PRM-FILE(WS-PX), "  ",
                   WS-VALUE-DISP, "  ", PRM-DESCRIPTION(WS-PX)
           END-PERFORM.

           0400-CHANGE-PARAMETER.
           PERFORM 0410-FIND-PARAMETER.
           IF WS-FOUND-PX = ZERO
               DISPLAY "No parameter by that ID. Nothing was changed."
           ELSE
               MOVE WS-FOUND-PX TO WS-PX
               MOVE WS-PV(WS-PX) TO WS-OLD-VALUE
               PERFORM 0420-GET-NEW-VALUE
               PERFORM 0430-GET-REASON
               MOVE WS-NEW-VALUE TO WS-PV(WS-PX)
               PERFORM 0450-CHECK-CONSISTENCY
               IF ENTRY-IS-VALID
                   PERFORM 0460-GET-APPROVAL
               END-IF
               IF ENTRY-IS-VALID
                   PERFORM 0500-SAVE-CHANGE
               END-IF
               IF NOT CHANGE-WAS-SAVED
                   MOVE WS-OLD-VALUE TO WS-PV(WS-PX)
                   DISPLAY "Nothing was changed."
               END-IF
           END-IF.

           0410-FIND-PARAMETER.
           DISPLAY "Parameter ID to change: ".
           MOVE SPACES TO WS-PARM-ID-ENTRY.
           ACCEPT WS-PARM-ID-ENTRY.
           INSPECT WS-PARM-ID-ENTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-FOUND-PX.
           MOVE ZERO TO WS-PX.
           PERFORM UNTIL WS-PX >= PARM-CATALOG-SIZE
                   OR WS-FOUND-PX > ZERO
               ADD 1 TO WS-PX
               IF PRM-ID(WS-PX) = WS-PARM-ID-ENTRY
                   MOVE WS-PX TO WS-FOUND-PX
               END-IF
           END-PERFORM.

      *A whole-number parameter refuses a fraction rather than
      *having it cut off when the file is written.
           0420-GET-NEW-VALUE.
           MOVE WS-OLD-VALUE TO WS-VALUE-DISP.
           DISPLAY FUNCTION TRIM(PRM-DESCRIPTION(WS-PX)),
               " is now ", WS-VALUE-DISP.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "New value: "
               ACCEPT WS-NEW-VALUE
               MOVE WS-NEW-VALUE TO WS-WHOLE-VALUE
               EVALUATE TRUE
                   WHEN WS-NEW-VALUE < PRM-MIN(WS-PX)
                           OR WS-NEW-VALUE > PRM-MAX(WS-PX)
                       MOVE PRM-MIN(WS-PX) TO WS-VALUE-DISP
                       MOVE PRM-MAX(WS-PX) TO WS-VALUE-DISP-2
                       DISPLAY "Must be between ", WS-VALUE-DISP,
                           " and ", WS-VALUE-DISP-2, "."
                   WHEN PRM-DECIMALS(WS-PX) = ZERO
                           AND WS-WHOLE-VALUE NOT = WS-NEW-VALUE
                       DISPLAY "This parameter takes a whole number."
                   WHEN WS-NEW-VALUE = WS-OLD-VALUE
                       DISPLAY "That is the value already in force."
                   WHEN OTHER
                       SET ENTRY-IS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

           0430-GET-REASON.
           MOVE SPACES TO WS-REASON-ENTRY.
           PERFORM UNTIL WS-REASON-ENTRY NOT = SPACES
               DISPLAY "Reason for the change: "
               ACCEPT WS-REASON-ENTRY
           END-PERFORM.

      *Values that only make sense together are checked with the
      *new value in place: the at-risk band must sit below the
      *fair band, the systolic cutoff above the diastolic, and the
      *score weights may not all be zero.
           0450-CHECK-CONSISTENCY.
           SET ENTRY-IS-VALID TO TRUE.
           IF WS-PV(13) >= WS-PV(14)
               SET ENTRY-IS-VALID TO FALSE
               DISPLAY "The at-risk cutoff must be below the fair "
                   "cutoff."
           END-IF.
           IF WS-PV(4) <= WS-PV(5)
               SET ENTRY-IS-VALID TO FALSE
               DISPLAY "The systolic cutoff must be above the "
                   "diastolic cutoff."
           END-IF.
           IF WS-PV(10) + WS-PV(11) + WS-PV(12) = ZERO
               SET ENTRY-IS-VALID TO FALSE
               DISPLAY "The score weights may not all be zero."
           END-IF.

           0460-GET-APPROVAL.
           DISPLAY "Second supervisor approving the change: ".
           ACCEPT WS-APPROVER-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-APPROVER-ID TO AUTH-OPERATOR-ID.
           MOVE "PARMMNT" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR
                   AND WS-APPROVER-ID NOT = WS-SUPERVISOR-ID
               SET ENTRY-IS-VALID TO TRUE
           ELSE
               SET ENTRY-IS-VALID TO FALSE
               DISPLAY "A second enabled supervisor must approve."
           END-IF.

      *The history is opened first so a change is never made that
      *cannot be recorded; the parameter file is then rewritten
      *whole from the values in force.
           0500-SAVE-CHANGE.
           SET CHANGE-WAS-SAVED TO FALSE.
           OPEN EXTEND PARM-HISTORY-FILE.
           IF WS-PHIST-FS = "35"
               OPEN OUTPUT PARM-HISTORY-FILE
           END-IF.
           IF WS-PHIST-FS NOT = "00"
               DISPLAY "Cannot open PARMHIST.DAT, status: ",
                   WS-PHIST-FS
               MOVE "0500-SAVE-CHANGE" TO ERRL-REQ-PARAGRAPH
               MOVE "PARMHIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-PHIST-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               EVALUATE PRM-FILE(WS-PX)
                   WHEN "BMIPARM.DAT"
                       PERFORM 0510-WRITE-BMI-PARMS
                   WHEN "BPPARM.DAT"
                       PERFORM 0520-WRITE-BP-PARMS
                   WHEN "LABTHRSH.DAT"
                       PERFORM 0530-WRITE-LAB-THRESHOLDS
                   WHEN "WSCRPARM.DAT"
                       PERFORM 0540-WRITE-SCORE-WEIGHTS
                   WHEN OTHER
                       PERFORM 0550-WRITE-POINTS-RATES
               END-EVALUATE
               IF CHANGE-WAS-SAVED
                   PERFORM 0600-WRITE-HISTORY
               END-IF
               CLOSE PARM-HISTORY-FILE
           END-IF.

           0510-WRITE-BMI-PARMS.
           OPEN OUTPUT BMI-PARM-FILE.
           IF WS-BMIPARM-FS = "00"
               MOVE WS-PV(1) TO BMIP-BMI-CONSTANT
               MOVE WS-PV(2) TO BMIP-EDIT-GATE-PCT
               MOVE WS-PV(3) TO BMIP-REFERRAL-THRESHOLD
               WRITE BMI-PARM-RECORD
               CLOSE BMI-PARM-FILE
           END-IF.
           PERFORM 0590-CHECK-PARM-WRITE.

           0520-WRITE-BP-PARMS.
           OPEN OUTPUT BP-PARM-FILE.
           IF WS-BPPARM-FS = "00"
               MOVE WS-PV(4) TO BPP-SYSTOLIC-CUTOFF
               MOVE WS-PV(5) TO BPP-DIASTOLIC-CUTOFF
               WRITE BP-PARM-RECORD
               CLOSE BP-PARM-FILE
           END-IF.
           PERFORM 0590-CHECK-PARM-WRITE.

           0530-WRITE-LAB-THRESHOLDS.
           OPEN OUTPUT LAB-THRESHOLD-FILE.
           IF WS-THRSH-FS = "00"
               MOVE WS-PV(6) TO LTH-GLUCOSE
               MOVE WS-PV(7) TO LTH-CHOL
               MOVE WS-PV(8) TO LTH-GLUCOSE-JUMP
               MOVE WS-PV(9) TO LTH-CHOL-JUMP
               WRITE LAB-THRESHOLD-RECORD
               CLOSE LAB-THRESHOLD-FILE
           END-IF.
           PERFORM 0590-CHECK-PARM-WRITE.

           0540-WRITE-SCORE-WEIGHTS.
           OPEN OUTPUT WEIGHT-PARM-FILE.
           IF WS-WSCRPARM-FS = "00"
               MOVE WS-PV(10) TO WSCP-BMI-WEIGHT
               MOVE WS-PV(11) TO WSCP-BP-WEIGHT
               MOVE WS-PV(12) TO WSCP-LAB-WEIGHT
               MOVE WS-PV(13) TO WSCP-RISK-CUTOFF
               MOVE WS-PV(14) TO WSCP-FAIR-CUTOFF
               WRITE WEIGHT-PARM-RECORD
               CLOSE WEIGHT-PARM-FILE
           END-IF.
           PERFORM 0590-CHECK-PARM-WRITE.

           0550-WRITE-POINTS-RATES.
           OPEN OUTPUT POINTS-PARM-FILE.
           IF WS-PTSPARM-FS = "00"
               MOVE WS-PV(15) TO PTSP-PER-SCREENING
               MOVE WS-PV(16) TO PTSP-NORMAL-BONUS
               WRITE POINTS-PARM-RECORD
               CLOSE POINTS-PARM-FILE
           END-IF.
           PERFORM 0590-CHECK-PARM-WRITE.

      *Whichever file was written, its status decides whether the
      *change stands.
           0590-CHECK-PARM-WRITE.
           EVALUATE PRM-FILE(WS-PX)
               WHEN "BMIPARM.DAT"
                   MOVE WS-BMIPARM-FS TO ERRL-REQ-STATUS
               WHEN "BPPARM.DAT"
                   MOVE WS-BPPARM-FS TO ERRL-REQ-STATUS
               WHEN "LABTHRSH.DAT"
                   MOVE WS-THRSH-FS TO ERRL-REQ-STATUS
               WHEN "WSCRPARM.DAT"
                   MOVE WS-WSCRPARM-FS TO ERRL-REQ-STATUS
               WHEN OTHER
                   MOVE WS-PTSPARM-FS TO ERRL-REQ-STATUS
           END-EVALUATE.
           IF ERRL-REQ-STATUS = "00"
               SET CHANGE-WAS-SAVED TO TRUE
           ELSE
               DISPLAY "Could not write ", FUNCTION TRIM(
                   PRM-FILE(WS-PX)), ", status: ", ERRL-REQ-STATUS
               MOVE "0590-CHECK-PARM-WRITE" TO ERRL-REQ-PARAGRAPH
               MOVE PRM-FILE(WS-PX) TO ERRL-REQ-FILE-NAME
               MOVE PRM-ID(WS-PX) TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0600-WRITE-HISTORY.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE SPACES TO PARM-HISTORY-RECORD.
           MOVE PRM-ID(WS-PX) TO PHST-PARM-ID.
           MOVE PRM-FILE(WS-PX) TO PHST-PARM-FILE.
           MOVE WS-OLD-VALUE TO PHST-BEFORE-VALUE.
           MOVE WS-NEW-VALUE TO PHST-AFTER-VALUE.
           MOVE WS-TODAY-DATE TO PHST-EFFECTIVE-DATE.
           MOVE WS-TODAY-DATE TO PHST-CHANGE-DATE.
           MOVE WS-TIME-HHMMSS TO PHST-CHANGE-TIME.
           MOVE WS-SUPERVISOR-ID TO PHST-CHANGED-BY.
           MOVE WS-APPROVER-ID TO PHST-APPROVED-BY.
           MOVE WS-REASON-ENTRY TO PHST-REASON.
           WRITE PARM-HISTORY-RECORD.
           IF WS-PHIST-FS NOT = "00"
               DISPLAY "Could not write PARMHIST.DAT, status: ",
                   WS-PHIST-FS
               MOVE "0600-WRITE-HISTORY" TO ERRL-REQ-PARAGRAPH
               MOVE "PARMHIST.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-PHIST-FS TO ERRL-REQ-STATUS
               MOVE PRM-ID(WS-PX) TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           MOVE WS-OLD-VALUE TO WS-VALUE-DISP.
           MOVE WS-NEW-VALUE TO WS-VALUE-DISP-2.
           DISPLAY FUNCTION TRIM(PRM-ID(WS-PX)), " changed from ",
               WS-VALUE-DISP, " to ", WS-VALUE-DISP-2,
               ", effective ", WS-TODAY-DATE, ".".

      *Blank lists every change on file. For one parameter the
      *last change is called out, or the fact that it is still on
      *its original value.
           0700-SHOW-HISTORY.
           DISPLAY "Parameter ID (blank = all): ".
           MOVE SPACES TO WS-PARM-ID-ENTRY.
           ACCEPT WS-PARM-ID-ENTRY.
           INSPECT WS-PARM-ID-ENTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT PARM-HISTORY-FILE.
           IF WS-PHIST-FS = "00"
               SET END-OF-HISTORY TO FALSE
               PERFORM UNTIL END-OF-HISTORY
                   READ PARM-HISTORY-FILE
                       AT END
                           SET END-OF-HISTORY TO TRUE
                       NOT AT END
                           IF WS-PARM-ID-ENTRY = SPACES
                                   OR PHST-PARM-ID = WS-PARM-ID-ENTRY
                               PERFORM 0750-SHOW-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-HISTORY-FILE
           END-IF.
           DISPLAY "Changes listed: ", WS-LISTED-COUNT.
           IF WS-PARM-ID-ENTRY NOT = SPACES
               IF WS-LISTED-COUNT = ZERO
                   DISPLAY FUNCTION TRIM(WS-PARM-ID-ENTRY),
                       " has not been changed since the history "
                       "began."
               ELSE
                   DISPLAY FUNCTION TRIM(WS-PARM-ID-ENTRY),
                       " last changed effective ",
                       WS-LAST-CHANGE-DATE, " by ",
                       FUNCTION TRIM(WS-LAST-CHANGED-BY),
                       ", approved by ",
                       FUNCTION TRIM(WS-LAST-APPROVED-BY), "."
               END-IF
           END-IF.

           0750-SHOW-ONE-CHANGE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE PHST-EFFECTIVE-DATE TO WS-LAST-CHANGE-DATE.
           MOVE PHST-CHANGED-BY TO WS-LAST-CHANGED-BY.
           MOVE PHST-APPROVED-BY TO WS-LAST-APPROVED-BY.
           MOVE PHST-BEFORE-VALUE TO WS-VALUE-DISP.
           MOVE PHST-AFTER-VALUE TO WS-VALUE-DISP-2.
           DISPLAY PHST-EFFECTIVE-DATE, " ", PHST-CHANGE-TIME, "  ",
               PHST-PARM-ID, " ", WS-VALUE-DISP, " -> ",
               WS-VALUE-DISP-2, "  BY ", PHST-CHANGED-BY,
               " APPROVED ", PHST-APPROVED-BY.
           DISPLAY "      ", PHST-REASON.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "PARMMNT" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "PARMMNT".
