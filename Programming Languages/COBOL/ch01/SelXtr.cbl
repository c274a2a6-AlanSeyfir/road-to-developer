       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SELXTR".
       AUTHOR.     ALAN GARCIA.
      *Selection extract for one-off member lists. The criteria
      *come from a card file (SELCRIT.DAT), one keyword per line,
      *so a new list is a new card rather than a new program:
      *
      *   CLIENT    ccc             client code
      *   STATUS    A|I|D|M|ANY     member status (active if absent)
      *   AGE       lo hi           age today, in whole years
      *   SEX       M|F|X
      *   LASTREAD  from to         last reading date, 0 = never
      *   CATEGORY  UNDER|NORMAL|OVER|OBESE   at the last reading
      *   BMI       lo hi           last reading, e.g. 30 39.99
      *   EVENT     code            screened at the event, any time
      *   PROGRAM   ANY|NONE|code   wellness program in progress
      *   REFERRAL  OPEN|NONE       open clinical referral
      *   COVERAGE  YES|NO          coverage span in force today
      *   COLUMNS   names...        extract columns, in card order
      *   RECIPIENT STAFF|THIRD     who the list is going to
      *
      *A line starting with * is a comment. Columns are ID, NAME,
      *CLIENT, STATUS, SEX, BIRTH, AGE, LASTREAD, BMI, CATEGORY,
      *REGEVENT, ADDRESS, PHONE, PROGRAM, REFERRAL and COVERAGE;
      *ID, NAME and CLIENT when no COLUMNS card is given. The
      *extract (SELXTR.DAT) is fixed layout, each column at the
      *same place on every row; SELXTR.RPT lists the criteria, the
      *layout and the counts. Only members with current consent
      *are listed, do-not-contact members never are, and a list
      *carrying the address or phone leaves out members who
      *refused that contact or whose address is undeliverable.
      *Every run is logged on DISCLOG.DAT with its cards and every
      *member listed, and will not run if the log cannot be
      *written. Supervisor sign-off required.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRITERIA-CARD-FILE ASSIGN TO "SELCRIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FS.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID
               ALTERNATE RECORD KEY IS MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-KEY
               FILE STATUS IS WS-ENROLL-FS.
           SELECT REFERRAL-STATUS-FILE ASSIGN TO "REFSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFS-KEY
               FILE STATUS IS WS-REFSTAT-FS.
           SELECT COVERAGE-SPAN-FILE ASSIGN TO "COVSPAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COVS-KEY
               FILE STATUS IS WS-COVSPAN-FS.
           SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOG-FS.
           SELECT SELECTION-EXTRACT-FILE ASSIGN TO "SELXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FS.
           SELECT SELECTION-REPORT-FILE ASSIGN TO "SELXTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CRITERIA-CARD-FILE.
       01 CRITERIA-CARD-LINE PIC X(80).

       FD MEMBER-MASTER-FILE.
           COPY "MEMBERREC.cpy".

       FD BMI-HISTORY-FILE.
           COPY "HISTREC.cpy".

       FD ENROLLMENT-FILE.
           COPY "ENROLREC.cpy".

       FD REFERRAL-STATUS-FILE.
           COPY "REFSREC.cpy".

       FD COVERAGE-SPAN-FILE.
           COPY "COVSREC.cpy".

       FD DISCLOSURE-LOG-FILE.
           COPY "DISCREC.cpy".

       FD SELECTION-EXTRACT-FILE.
       01 SELECTION-EXTRACT-RECORD PIC X(200).

       FD SELECTION-REPORT-FILE.
       01 SELECTION-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CARD-FS PIC XX.
       01 WS-MASTER-FS PIC XX.
       01 WS-HISTORY-FS PIC XX.
       01 WS-ENROLL-FS PIC XX.
       01 WS-REFSTAT-FS PIC XX.
       01 WS-COVSPAN-FS PIC XX.
       01 WS-DISCLOG-FS PIC XX.
       01 WS-EXTRACT-FS PIC XX.
       01 WS-REPORT-FS PIC XX.
       01 WS-RETURN-CODE PIC 99 VALUE ZERO.
           COPY "AUTHREQ.cpy".
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-TIME PIC 9(8).
       01 WS-TODAY-TIME-X REDEFINES WS-TODAY-TIME.
           05 WS-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 99.
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-FILE-REACHED VALUE "Y" FALSE "N".
       01 WS-MEMBER-EOF-SW PIC X VALUE "N".
           88 END-OF-MEMBER-FILE VALUE "Y" FALSE "N".

      *The cards as read, kept for the log and the report.
       01 CARD-TABLE-SIZE PIC 99 VALUE 40.
       01 WS-CARD-COUNT PIC 99 VALUE ZERO.
       01 WS-CARD-TABLE.
           05 WS-CARD-IMAGE PIC X(80) OCCURS 40 TIMES.
       01 WS-CX PIC 99.
       01 WS-CARD-ERRORS PIC 99 VALUE ZERO.
       01 WS-CARD-WORDS.
           05 WS-CARD-WORD PIC X(10) OCCURS 12 TIMES.
       01 WS-WORD-COUNT PIC 99.
       01 WS-WX PIC 99.

      *Criteria. Spaces or a zero switch mean the criterion was not
      *given and everyone passes it.
       01 CRIT-CLIENT PIC X(3) VALUE SPACES.
       01 CRIT-STATUS PIC X VALUE "A".
           88 CRIT-ANY-STATUS VALUE "*".
       01 CRIT-AGE-SW PIC X VALUE "N".
           88 CRIT-AGE-GIVEN VALUE "Y" FALSE "N".
       01 CRIT-AGE-LOW PIC 999.
       01 CRIT-AGE-HIGH PIC 999.
       01 CRIT-SEX PIC X VALUE SPACE.
       01 CRIT-READ-SW PIC X VALUE "N".
           88 CRIT-READ-GIVEN VALUE "Y" FALSE "N".
       01 CRIT-READ-FROM PIC 9(8).
       01 CRIT-READ-TO PIC 9(8).
       01 CRIT-CATEGORY PIC 9 VALUE ZERO.
       01 CRIT-BMI-SW PIC X VALUE "N".
           88 CRIT-BMI-GIVEN VALUE "Y" FALSE "N".
       01 CRIT-BMI-LOW PIC 999V99.
       01 CRIT-BMI-HIGH PIC 999V99.
       01 CRIT-EVENT PIC X(6) VALUE SPACES.
       01 CRIT-PROGRAM PIC X(6) VALUE SPACES.
           88 CRIT-ANY-PROGRAM VALUE "ANY".
           88 CRIT-NO-PROGRAM VALUE "NONE".
       01 CRIT-REFERRAL PIC X(4) VALUE SPACES.
           88 CRIT-REFERRAL-OPEN VALUE "OPEN".
           88 CRIT-REFERRAL-NONE VALUE "NONE".
       01 CRIT-COVERAGE PIC X(3) VALUE SPACES.
           88 CRIT-COVERAGE-YES VALUE "YES".
           88 CRIT-COVERAGE-NO VALUE "NO".
       01 CRIT-RECIPIENT PIC X VALUE "S".
           88 CRIT-TO-THIRD-PARTY VALUE "T".

      *Numbers on the cards are read through here: up to eight
      *whole digits and two decimals.
       01 WS-PARSE-TEXT PIC X(10).
       01 WS-PARSE-SW PIC X VALUE "N".
           88 PARSE-IS-VALID VALUE "Y" FALSE "N".
       01 WS-PARSE-DIGITS.
           05 WS-PARSE-WHOLE PIC X(8) JUSTIFIED RIGHT.
           05 WS-PARSE-FRACTION PIC X(2).
       01 WS-PARSE-NUMBER REDEFINES WS-PARSE-DIGITS PIC 9(8)V99.

      *Extract columns: name, width and where each lands on the
      *row once the COLUMNS cards are read.
       01 COLUMN-DEFINITIONS.
           05 FILLER PIC X(10) VALUE "ID".
           05 FILLER PIC 99 VALUE 6.
           05 FILLER PIC X(10) VALUE "NAME".
           05 FILLER PIC 99 VALUE 20.
           05 FILLER PIC X(10) VALUE "CLIENT".
           05 FILLER PIC 99 VALUE 3.
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC 99 VALUE 1.
           05 FILLER PIC X(10) VALUE "SEX".
           05 FILLER PIC 99 VALUE 1.
           05 FILLER PIC X(10) VALUE "BIRTH".
           05 FILLER PIC 99 VALUE 8.
           05 FILLER PIC X(10) VALUE "AGE".
           05 FILLER PIC 99 VALUE 3.
           05 FILLER PIC X(10) VALUE "LASTREAD".
           05 FILLER PIC 99 VALUE 8.
           05 FILLER PIC X(10) VALUE "BMI".
           05 FILLER PIC 99 VALUE 6.
           05 FILLER PIC X(10) VALUE "CATEGORY".
           05 FILLER PIC 99 VALUE 11.
           05 FILLER PIC X(10) VALUE "REGEVENT".
           05 FILLER PIC 99 VALUE 6.
           05 FILLER PIC X(10) VALUE "ADDRESS".
           05 FILLER PIC 99 VALUE 87.
           05 FILLER PIC X(10) VALUE "PHONE".
           05 FILLER PIC 99 VALUE 12.
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC 99 VALUE 6.
           05 FILLER PIC X(10) VALUE "REFERRAL".
           05 FILLER PIC 99 VALUE 8.
           05 FILLER PIC X(10) VALUE "COVERAGE".
           05 FILLER PIC 99 VALUE 8.
       01 COLUMN-TABLE REDEFINES COLUMN-DEFINITIONS.
           05 COLUMN-ENTRY OCCURS 16 TIMES.
               10 COLUMN-NAME PIC X(10).
               10 COLUMN-WIDTH PIC 99.
       01 COLUMN-COUNT PIC 99 VALUE 16.
       01 WS-CHOSEN-COUNT PIC 99 VALUE ZERO.
       01 WS-CHOSEN-TABLE.
           05 WS-CHOSEN-ENTRY OCCURS 16 TIMES.
               10 WS-CHOSEN-COLUMN PIC 99.
               10 WS-CHOSEN-START PIC 999.
       01 WS-KX PIC 99.
       01 WS-FOUND-IX PIC 99.
       01 WS-NEXT-START PIC 999.
       01 WS-COLUMN-VALUE PIC X(87).
       01 WS-COLUMN-ADDRESS REDEFINES WS-COLUMN-VALUE.
           05 WS-COLUMN-ADDR-1 PIC X(30).
           05 WS-COLUMN-ADDR-2 PIC X(30).
           05 WS-COLUMN-CITY PIC X(20).
           05 WS-COLUMN-STATE PIC XX.
           05 WS-COLUMN-ZIP PIC X(5).
       01 WS-EDIT-BMI PIC ZZ9.99.
       01 WS-ADDRESS-COLUMN-SW PIC X VALUE "N".
           88 ADDRESS-COLUMN-CHOSEN VALUE "Y" FALSE "N".
       01 WS-PHONE-COLUMN-SW PIC X VALUE "N".
           88 PHONE-COLUMN-CHOSEN VALUE "Y" FALSE "N".
       01 WS-PROGRAM-COLUMN-SW PIC X VALUE "N".
           88 PROGRAM-COLUMN-CHOSEN VALUE "Y" FALSE "N".
       01 WS-REFERRAL-COLUMN-SW PIC X VALUE "N".
           88 REFERRAL-COLUMN-CHOSEN VALUE "Y" FALSE "N".
       01 WS-COVERAGE-COLUMN-SW PIC X VALUE "N".
           88 COVERAGE-COLUMN-CHOSEN VALUE "Y" FALSE "N".

      *Programs with anyone enrolled, so "any program" can be
      *checked by key for each of them.
       01 PROGRAM-TABLE-SIZE PIC 99 VALUE 50.
       01 WS-PROGRAM-COUNT PIC 99 VALUE ZERO.
       01 WS-PROGRAM-TABLE.
           05 WS-PROGRAM-CODE PIC X(6) OCCURS 50 TIMES.
       01 WS-PX PIC 99.

      *The member being judged.
       01 WS-AGE-YEARS PIC 999.
       01 WS-CATEGORY-IX PIC 9.
       01 CATEGORY-NAMES.
           05 FILLER PIC X(11) VALUE "UNDERWEIGHT".
           05 FILLER PIC X(11) VALUE "NORMAL".
           05 FILLER PIC X(11) VALUE "OVERWEIGHT".
           05 FILLER PIC X(11) VALUE "OBESE".
       01 CATEGORY-NAME-TABLE REDEFINES CATEGORY-NAMES.
           05 CATEGORY-NAME PIC X(11) OCCURS 4 TIMES.
       01 WS-EVENT-FOUND-SW PIC X VALUE "N".
           88 SCREENED-AT-EVENT VALUE "Y" FALSE "N".
       01 WS-MEMBER-PROGRAM PIC X(6).
       01 WS-OPEN-REFERRAL-DATE PIC 9(8).
       01 WS-COVERAGE-PAYER PIC X(8).
       01 WS-COVERAGE-SW PIC X VALUE "N".
           88 COVERAGE-IN-FORCE VALUE "Y" FALSE "N".
       01 WS-LOOKUP-SW PIC X VALUE "N".
           88 END-OF-LOOKUP VALUE "Y" FALSE "N".

      *Why members were left out: the first criterion each one
      *failed, then the consent and contact suppressions.
       01 WS-REJECT-IX PIC 99.
       01 REJECT-NAMES.
           05 FILLER PIC X(10) VALUE "CLIENT".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "AGE".
           05 FILLER PIC X(10) VALUE "SEX".
           05 FILLER PIC X(10) VALUE "LASTREAD".
           05 FILLER PIC X(10) VALUE "CATEGORY".
           05 FILLER PIC X(10) VALUE "BMI".
           05 FILLER PIC X(10) VALUE "EVENT".
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(10) VALUE "REFERRAL".
           05 FILLER PIC X(10) VALUE "COVERAGE".
       01 REJECT-NAME-TABLE REDEFINES REJECT-NAMES.
           05 REJECT-NAME PIC X(10) OCCURS 11 TIMES.
       01 WS-REJECT-TABLE VALUE ZEROS.
           05 WS-REJECT-COUNT PIC 9(6) OCCURS 11 TIMES.
       01 WS-MEMBERS-READ PIC 9(6) VALUE ZERO.
       01 WS-MEMBERS-MATCHED PIC 9(6) VALUE ZERO.
       01 WS-NO-CONSENT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-CONTACT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MAIL-SUPPRESSED PIC 9(6) VALUE ZERO.
       01 WS-PHONE-SUPPRESSED PIC 9(6) VALUE ZERO.
       01 WS-ROWS-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-SUPPRESS-SW PIC X VALUE "N".
           88 MEMBER-SUPPRESSED VALUE "Y" FALSE "N".
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           DISPLAY "SELECTION EXTRACT".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           DISPLAY "Authorizing supervisor ID: ".
           ACCEPT WS-OPERATOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE "SELXTR" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.
           IF AUTH-REFUSED OR NOT AUTH-ROLE-SUPERVISOR
               DISPLAY "An enabled supervisor ID is required. "
                   "No extract produced."
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0150-READ-CRITERIA
               IF WS-RETURN-CODE = ZERO
                   PERFORM 0200-OPEN-FILES
               END-IF
               IF WS-RETURN-CODE = ZERO
                   PERFORM 0600-LOG-CRITERIA
                   PERFORM 0300-SELECT-MEMBERS
                   PERFORM 0700-WRITE-SUMMARY
                   PERFORM 0790-CLOSE-FILES
                   DISPLAY "Rows written: ", WS-ROWS-WRITTEN,
                       "  of ", WS-MEMBERS-MATCHED, " matching"
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       GOBACK.

      *Every card is checked before anything is read; one bad card
      *stops the run, since a list drawn on half the criteria the
      *requester asked for is worse than none.
           0150-READ-CRITERIA.
           OPEN INPUT CRITERIA-CARD-FILE.
           IF WS-CARD-FS NOT = "00"
               DISPLAY "Cannot open SELCRIT.DAT, status: ",
                   WS-CARD-FS
               MOVE "0150-READ-CRITERIA" TO ERRL-REQ-PARAGRAPH
               MOVE "SELCRIT.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-CARD-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               SET END-OF-FILE-REACHED TO FALSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ CRITERIA-CARD-FILE
                       AT END
                           SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF CRITERIA-CARD-LINE NOT = SPACES
                               PERFORM 0160-TAKE-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRITERIA-CARD-FILE
               IF WS-CHOSEN-COUNT = ZERO
                   MOVE "ID" TO WS-CARD-WORD(1)
                   PERFORM 0185-CHOOSE-COLUMN
                   MOVE "NAME" TO WS-CARD-WORD(1)
                   PERFORM 0185-CHOOSE-COLUMN
                   MOVE "CLIENT" TO WS-CARD-WORD(1)
                   PERFORM 0185-CHOOSE-COLUMN
               END-IF
               IF WS-CARD-ERRORS > ZERO
                   DISPLAY WS-CARD-ERRORS, " card(s) in error. "
                       "No extract produced."
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

           0160-TAKE-ONE-CARD.
           IF WS-CARD-COUNT < CARD-TABLE-SIZE
               ADD 1 TO WS-CARD-COUNT
               MOVE CRITERIA-CARD-LINE TO WS-CARD-IMAGE(WS-CARD-COUNT)
           ELSE
               DISPLAY "More than ", CARD-TABLE-SIZE, " cards."
               ADD 1 TO WS-CARD-ERRORS
           END-IF.
           IF CRITERIA-CARD-LINE(1:1) NOT = "*"
               INSPECT CRITERIA-CARD-LINE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE SPACES TO WS-CARD-WORDS
               MOVE ZERO TO WS-WORD-COUNT
               UNSTRING CRITERIA-CARD-LINE DELIMITED BY ALL SPACE
                   INTO WS-CARD-WORD(1) WS-CARD-WORD(2)
                       WS-CARD-WORD(3) WS-CARD-WORD(4)
                       WS-CARD-WORD(5) WS-CARD-WORD(6)
                       WS-CARD-WORD(7) WS-CARD-WORD(8)
                       WS-CARD-WORD(9) WS-CARD-WORD(10)
                       WS-CARD-WORD(11) WS-CARD-WORD(12)
                   TALLYING IN WS-WORD-COUNT
               END-UNSTRING
               PERFORM 0170-APPLY-CARD
           END-IF.

           0170-APPLY-CARD.
           EVALUATE WS-CARD-WORD(1)
               WHEN "CLIENT"
                   MOVE WS-CARD-WORD(2) TO CRIT-CLIENT
               WHEN "STATUS"
                   EVALUATE WS-CARD-WORD(2)
                       WHEN "A"
                       WHEN "I"
                       WHEN "D"
                       WHEN "M"
                           MOVE WS-CARD-WORD(2) TO CRIT-STATUS
                       WHEN "ANY"
                           SET CRIT-ANY-STATUS TO TRUE
                       WHEN OTHER
                           PERFORM 0180-REJECT-CARD
                   END-EVALUATE
               WHEN "AGE"
                   SET CRIT-AGE-GIVEN TO TRUE
                   MOVE WS-CARD-WORD(2) TO WS-PARSE-TEXT
                   PERFORM 0190-PARSE-NUMBER
                   MOVE WS-PARSE-NUMBER TO CRIT-AGE-LOW
                   IF PARSE-IS-VALID
                       MOVE WS-CARD-WORD(3) TO WS-PARSE-TEXT
                       PERFORM 0190-PARSE-NUMBER
                       MOVE WS-PARSE-NUMBER TO CRIT-AGE-HIGH
                   END-IF
                   IF NOT PARSE-IS-VALID
                           OR CRIT-AGE-LOW > CRIT-AGE-HIGH
                       PERFORM 0180-REJECT-CARD
                   END-IF
               WHEN "SEX"
                   IF WS-CARD-WORD(2) = "M" OR "F" OR "X"
                       MOVE WS-CARD-WORD(2) TO CRIT-SEX
                   ELSE
                       PERFORM 0180-REJECT-CARD
                   END-IF
               WHEN "LASTREAD"
                   SET CRIT-READ-GIVEN TO TRUE
                   MOVE WS-CARD-WORD(2) TO WS-PARSE-TEXT
                   PERFORM 0190-PARSE-NUMBER
                   MOVE WS-PARSE-NUMBER TO CRIT-READ-FROM
                   IF PARSE-IS-VALID
                       MOVE WS-CARD-WORD(3) TO WS-PARSE-TEXT
                       PERFORM 0190-PARSE-NUMBER
                       MOVE WS-PARSE-NUMBER TO CRIT-READ-TO
                   END-IF
                   IF NOT PARSE-IS-VALID
                           OR CRIT-READ-FROM > CRIT-READ-TO
                       PERFORM 0180-REJECT-CARD
                   END-IF
               WHEN "CATEGORY"
                   EVALUATE WS-CARD-WORD(2)
                       WHEN "UNDER"
                           MOVE 1 TO CRIT-CATEGORY
                       WHEN "NORMAL"
                           MOVE 2 TO CRIT-CATEGORY
                       WHEN "OVER"
                           MOVE 3 TO CRIT-CATEGORY
                       WHEN "OBESE"
                           MOVE 4 TO CRIT-CATEGORY
                       WHEN OTHER
                           PERFORM 0180-REJECT-CARD
                   END-EVALUATE
               WHEN "BMI"
                   SET CRIT-BMI-GIVEN TO TRUE
                   MOVE WS-CARD-WORD(2) TO WS-PARSE-TEXT
                   PERFORM 0190-PARSE-NUMBER
                   MOVE WS-PARSE-NUMBER TO CRIT-BMI-LOW
                   IF PARSE-IS-VALID
                       MOVE WS-CARD-WORD(3) TO WS-PARSE-TEXT
                       PERFORM 0190-PARSE-NUMBER
                       MOVE WS-PARSE-NUMBER TO CRIT-BMI-HIGH
                   END-IF
                   IF NOT PARSE-IS-VALID
                           OR CRIT-BMI-LOW > CRIT-BMI-HIGH
                       PERFORM 0180-REJECT-CARD
                   END-IF
               WHEN "EVENT"
                   MOVE WS-CARD-WORD(2) TO CRIT-EVENT
                   IF CRIT-EVENT = SPACES
                       PERFORM 0180-REJECT-CARD
                   END-IF
               WHEN "PROGRAM"
                   MOVE WS-CARD-WORD(2) TO CRIT-PROGRAM
                   IF CRIT-PROGRAM = SPACES
                       PERFORM 0180-REJECT-CARD
                   END-IF
               WHEN "REFERRAL"
                   MOVE WS-CARD-WORD(2) TO CRIT-REFERRAL
                   IF NOT CRIT-REFERRAL-OPEN
                           AND NOT CRIT-REFERRAL-NONE
                       PERFORM 0180-REJECT-CARD
                   END-IF
               WHEN "COVERAGE"
                   MOVE WS-CARD-WORD(2) TO CRIT-COVERAGE
                   IF NOT CRIT-COVERAGE-YES AND NOT CRIT-COVERAGE-NO
                       PERFORM 0180-REJECT-CARD
                   END-IF
               WHEN "COLUMNS"
                   MOVE 1 TO WS-WX
                   PERFORM UNTIL WS-WX >= WS-WORD-COUNT
                       ADD 1 TO WS-WX
                       MOVE WS-CARD-WORD(WS-WX) TO WS-CARD-WORD(1)
                       PERFORM 0185-CHOOSE-COLUMN
                   END-PERFORM
               WHEN "RECIPIENT"
                   EVALUATE WS-CARD-WORD(2)
                       WHEN "STAFF"
                           MOVE "S" TO CRIT-RECIPIENT
                       WHEN "THIRD"
                           MOVE "T" TO CRIT-RECIPIENT
                       WHEN OTHER
                           PERFORM 0180-REJECT-CARD
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 0180-REJECT-CARD
           END-EVALUATE.

           0180-REJECT-CARD.
           ADD 1 TO WS-CARD-ERRORS.
           DISPLAY "Card not understood: ", CRITERIA-CARD-LINE.

      *Takes the column named in the first card word. A column
      *named twice is only placed once.
           0185-CHOOSE-COLUMN.
           MOVE ZERO TO WS-FOUND-IX.
           MOVE ZERO TO WS-KX.
           PERFORM UNTIL WS-KX >= COLUMN-COUNT
               ADD 1 TO WS-KX
               IF COLUMN-NAME(WS-KX) = WS-CARD-WORD(1)
                   MOVE WS-KX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX = ZERO
               DISPLAY "No such column: ", WS-CARD-WORD(1)
               PERFORM 0180-REJECT-CARD
           ELSE
               MOVE ZERO TO WS-KX
               PERFORM UNTIL WS-KX >= WS-CHOSEN-COUNT
                   ADD 1 TO WS-KX
                   IF WS-CHOSEN-COLUMN(WS-KX) = WS-FOUND-IX
                       MOVE ZERO TO WS-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOUND-IX > ZERO
               IF WS-CHOSEN-COUNT = ZERO
                   MOVE 1 TO WS-NEXT-START
               END-IF
               ADD 1 TO WS-CHOSEN-COUNT
               MOVE WS-FOUND-IX TO WS-CHOSEN-COLUMN(WS-CHOSEN-COUNT)
               MOVE WS-NEXT-START TO WS-CHOSEN-START(WS-CHOSEN-COUNT)
               ADD COLUMN-WIDTH(WS-FOUND-IX) TO WS-NEXT-START
               EVALUATE COLUMN-NAME(WS-FOUND-IX)
                   WHEN "ADDRESS"
                       SET ADDRESS-COLUMN-CHOSEN TO TRUE
                   WHEN "PHONE"
                       SET PHONE-COLUMN-CHOSEN TO TRUE
                   WHEN "PROGRAM"
                       SET PROGRAM-COLUMN-CHOSEN TO TRUE
                   WHEN "REFERRAL"
                       SET REFERRAL-COLUMN-CHOSEN TO TRUE
                   WHEN "COVERAGE"
                       SET COVERAGE-COLUMN-CHOSEN TO TRUE
               END-EVALUATE
           END-IF.

           0190-PARSE-NUMBER.
           SET PARSE-IS-VALID TO FALSE.
           MOVE SPACES TO WS-PARSE-WHOLE.
           MOVE SPACES TO WS-PARSE-FRACTION.
           IF WS-PARSE-TEXT NOT = SPACES
               UNSTRING WS-PARSE-TEXT DELIMITED BY "." OR ALL SPACE
                   INTO WS-PARSE-WHOLE WS-PARSE-FRACTION
               END-UNSTRING
               INSPECT WS-PARSE-WHOLE REPLACING LEADING SPACE BY "0"
               INSPECT WS-PARSE-FRACTION REPLACING ALL SPACE BY "0"
               IF WS-PARSE-WHOLE IS NUMERIC
                       AND WS-PARSE-FRACTION IS NUMERIC
                   SET PARSE-IS-VALID TO TRUE
               END-IF
           END-IF.
           IF NOT PARSE-IS-VALID
               MOVE ZEROS TO WS-PARSE-DIGITS
           END-IF.

      *The disclosure log is opened first: without it there is no
      *run.
           0200-OPEN-FILES.
           OPEN EXTEND DISCLOSURE-LOG-FILE.
           IF WS-DISCLOG-FS = "35"
               OPEN OUTPUT DISCLOSURE-LOG-FILE
           END-IF.
           IF WS-DISCLOG-FS NOT = "00"
               DISPLAY "Cannot open DISCLOG.DAT, status: ",
                   WS-DISCLOG-FS, " - no extract produced"
               MOVE "0200-OPEN-FILES" TO ERRL-REQ-PARAGRAPH
               MOVE "DISCLOG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DISCLOG-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT MEMBER-MASTER-FILE
               IF WS-MASTER-FS NOT = "00"
                   DISPLAY "Cannot open MEMBERS.DAT, status: ",
                       WS-MASTER-FS
                   MOVE "0200-OPEN-FILES" TO ERRL-REQ-PARAGRAPH
                   MOVE "MEMBERS.DAT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-MASTER-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   CLOSE DISCLOSURE-LOG-FILE
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM 0230-OPEN-OUTPUTS
                   IF WS-RETURN-CODE = ZERO
                       PERFORM 0210-OPEN-LOOKUPS
                   ELSE
                       CLOSE MEMBER-MASTER-FILE
                       CLOSE DISCLOSURE-LOG-FILE
                   END-IF
               END-IF
           END-IF.

      *A side file only matters when a card or a column asks for
      *it. Missing ENROLL, REFSTAT or COVSPAN reads as nobody
      *enrolled, no open referrals and no coverage on file.
           0210-OPEN-LOOKUPS.
           IF CRIT-EVENT NOT = SPACES
               OPEN INPUT BMI-HISTORY-FILE
               PERFORM 0220-CHECK-LOOKUP-OPEN
           END-IF.
           IF CRIT-PROGRAM NOT = SPACES OR PROGRAM-COLUMN-CHOSEN
               OPEN INPUT ENROLLMENT-FILE
               IF WS-ENROLL-FS = "00"
                   PERFORM 0250-LOAD-PROGRAM-CODES
               END-IF
           END-IF.
           IF CRIT-REFERRAL NOT = SPACES OR REFERRAL-COLUMN-CHOSEN
               OPEN INPUT REFERRAL-STATUS-FILE
           END-IF.
           IF CRIT-COVERAGE NOT = SPACES OR COVERAGE-COLUMN-CHOSEN
               OPEN INPUT COVERAGE-SPAN-FILE
           END-IF.

           0220-CHECK-LOOKUP-OPEN.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "Cannot open BMIHISTORY.DAT, status: ",
                   WS-HISTORY-FS, " - nobody matches EVENT"
               MOVE "0220-CHECK-LOOKUP-OPEN" TO ERRL-REQ-PARAGRAPH
               MOVE "BMIHISTORY.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-HISTORY-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

      *Both outputs must open before the run goes further; an
      *extract that was never created must not leave disclosure
      *rows behind it.
           0230-OPEN-OUTPUTS.
           OPEN OUTPUT SELECTION-EXTRACT-FILE.
           IF WS-EXTRACT-FS NOT = "00"
               DISPLAY "Cannot open SELXTR.DAT, status: ",
                   WS-EXTRACT-FS, " - no extract produced"
               MOVE "0230-OPEN-OUTPUTS" TO ERRL-REQ-PARAGRAPH
               MOVE "SELXTR.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EXTRACT-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT SELECTION-REPORT-FILE
               IF WS-REPORT-FS NOT = "00"
                   DISPLAY "Cannot open SELXTR.RPT, status: ",
                       WS-REPORT-FS, " - no extract produced"
                   MOVE "0230-OPEN-OUTPUTS" TO ERRL-REQ-PARAGRAPH
                   MOVE "SELXTR.RPT" TO ERRL-REQ-FILE-NAME
                   MOVE WS-REPORT-FS TO ERRL-REQ-STATUS
                   MOVE SPACES TO ERRL-REQ-KEY-VALUE
                   SET ERRL-REQ-SEVERE TO TRUE
                   PERFORM 0999-LOG-FILE-ERROR
                   CLOSE SELECTION-EXTRACT-FILE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

           0250-LOAD-PROGRAM-CODES.
           SET END-OF-FILE-REACHED TO FALSE.
           PERFORM UNTIL END-OF-FILE-REACHED
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF WS-PROGRAM-COUNT = ZERO
                           OR ENROLL-PROGRAM-CODE
                               NOT = WS-PROGRAM-CODE(WS-PROGRAM-COUNT)
                           PERFORM 0255-ADD-PROGRAM-CODE
                       END-IF
               END-READ
           END-PERFORM.

           0255-ADD-PROGRAM-CODE.
           IF WS-PROGRAM-COUNT < PROGRAM-TABLE-SIZE
               ADD 1 TO WS-PROGRAM-COUNT
               MOVE ENROLL-PROGRAM-CODE
                   TO WS-PROGRAM-CODE(WS-PROGRAM-COUNT)
           ELSE
               DISPLAY "More than ", PROGRAM-TABLE-SIZE,
                   " programs - ", ENROLL-PROGRAM-CODE,
                   " not checked for ANY/NONE"
           END-IF.

           0300-SELECT-MEMBERS.
           SET END-OF-MEMBER-FILE TO FALSE.
           PERFORM UNTIL END-OF-MEMBER-FILE
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MEMBER-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-READ
                       PERFORM 0310-CHECK-ONE-MEMBER
                       IF WS-REJECT-IX = ZERO
                           ADD 1 TO WS-MEMBERS-MATCHED
                           PERFORM 0500-CHECK-CONTACT
                           IF NOT MEMBER-SUPPRESSED
                               PERFORM 0550-WRITE-EXTRACT
                               PERFORM 0650-LOG-MEMBER
                           END-IF
                       ELSE
                           ADD 1 TO WS-REJECT-COUNT(WS-REJECT-IX)
                       END-IF
               END-READ
           END-PERFORM.

      *Criteria are tried in card-table order, cheapest first; the
      *side files are only read for members still in the running.
           0310-CHECK-ONE-MEMBER.
           MOVE ZERO TO WS-REJECT-IX.
           PERFORM 0320-SET-MEMBER-FIELDS.
           IF CRIT-CLIENT NOT = SPACES
                   AND MEMBER-CLIENT-CODE NOT = CRIT-CLIENT
               MOVE 1 TO WS-REJECT-IX
           END-IF.
           IF WS-REJECT-IX = ZERO AND NOT CRIT-ANY-STATUS
                   AND MEMBER-STATUS NOT = CRIT-STATUS
               MOVE 2 TO WS-REJECT-IX
           END-IF.
           IF WS-REJECT-IX = ZERO AND CRIT-AGE-GIVEN
               IF MEMBER-BIRTH-DATE IS NOT NUMERIC
                       OR MEMBER-BIRTH-DATE = ZERO
                       OR WS-AGE-YEARS < CRIT-AGE-LOW
                       OR WS-AGE-YEARS > CRIT-AGE-HIGH
                   MOVE 3 TO WS-REJECT-IX
               END-IF
           END-IF.
           IF WS-REJECT-IX = ZERO AND CRIT-SEX NOT = SPACE
               IF (CRIT-SEX = "X" AND (MEMBER-SEX = "M"
                       OR MEMBER-SEX = "F"))
                       OR (CRIT-SEX NOT = "X"
                           AND MEMBER-SEX NOT = CRIT-SEX)
                   MOVE 4 TO WS-REJECT-IX
               END-IF
           END-IF.
           IF WS-REJECT-IX = ZERO AND CRIT-READ-GIVEN
               IF MEMBER-LAST-READ-DATE < CRIT-READ-FROM
                       OR MEMBER-LAST-READ-DATE > CRIT-READ-TO
                   MOVE 5 TO WS-REJECT-IX
               END-IF
           END-IF.
           IF WS-REJECT-IX = ZERO AND CRIT-CATEGORY NOT = ZERO
                   AND WS-CATEGORY-IX NOT = CRIT-CATEGORY
               MOVE 6 TO WS-REJECT-IX
           END-IF.
           IF WS-REJECT-IX = ZERO AND CRIT-BMI-GIVEN
               IF MEMBER-BMI = ZERO
                       OR MEMBER-BMI < CRIT-BMI-LOW
                       OR MEMBER-BMI > CRIT-BMI-HIGH
                   MOVE 7 TO WS-REJECT-IX
               END-IF
           END-IF.
           IF WS-REJECT-IX = ZERO AND CRIT-EVENT NOT = SPACES
               PERFORM 0400-CHECK-EVENT
               IF NOT SCREENED-AT-EVENT
                   MOVE 8 TO WS-REJECT-IX
               END-IF
           END-IF.
           IF WS-REJECT-IX = ZERO
                   AND (CRIT-PROGRAM NOT = SPACES
                       OR PROGRAM-COLUMN-CHOSEN)
               PERFORM 0420-FIND-PROGRAM
               EVALUATE TRUE
                   WHEN CRIT-PROGRAM = SPACES
                       CONTINUE
                   WHEN CRIT-NO-PROGRAM
                       IF WS-MEMBER-PROGRAM NOT = SPACES
                           MOVE 9 TO WS-REJECT-IX
                       END-IF
                   WHEN OTHER
                       IF WS-MEMBER-PROGRAM = SPACES
                           MOVE 9 TO WS-REJECT-IX
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-REJECT-IX = ZERO
                   AND (CRIT-REFERRAL NOT = SPACES
                       OR REFERRAL-COLUMN-CHOSEN)
               PERFORM 0440-FIND-OPEN-REFERRAL
               IF (CRIT-REFERRAL-OPEN AND WS-OPEN-REFERRAL-DATE = 0)
                       OR (CRIT-REFERRAL-NONE
                           AND WS-OPEN-REFERRAL-DATE > ZERO)
                   MOVE 10 TO WS-REJECT-IX
               END-IF
           END-IF.
           IF WS-REJECT-IX = ZERO
                   AND (CRIT-COVERAGE NOT = SPACES
                       OR COVERAGE-COLUMN-CHOSEN)
               PERFORM 0460-FIND-COVERAGE
               IF (CRIT-COVERAGE-YES AND NOT COVERAGE-IN-FORCE)
                       OR (CRIT-COVERAGE-NO AND COVERAGE-IN-FORCE)
                   MOVE 11 TO WS-REJECT-IX
               END-IF
           END-IF.

           0320-SET-MEMBER-FIELDS.
           MOVE ZERO TO WS-AGE-YEARS.
           IF MEMBER-BIRTH-DATE IS NUMERIC
                   AND MEMBER-BIRTH-DATE > ZERO
                   AND MEMBER-BIRTH-DATE <= WS-TODAY-DATE
               COMPUTE WS-AGE-YEARS =
                   (WS-TODAY-DATE - MEMBER-BIRTH-DATE) / 10000
           END-IF.
           EVALUATE TRUE
               WHEN MEMBER-BMI = ZERO
                   MOVE ZERO TO WS-CATEGORY-IX
               WHEN MEMBER-BMI < 18.50
                   MOVE 1 TO WS-CATEGORY-IX
               WHEN MEMBER-BMI < 25.00
                   MOVE 2 TO WS-CATEGORY-IX
               WHEN MEMBER-BMI < 30.00
                   MOVE 3 TO WS-CATEGORY-IX
               WHEN OTHER
                   MOVE 4 TO WS-CATEGORY-IX
           END-EVALUATE.
           MOVE SPACES TO WS-MEMBER-PROGRAM.
           MOVE ZERO TO WS-OPEN-REFERRAL-DATE.
           MOVE SPACES TO WS-COVERAGE-PAYER.
           SET COVERAGE-IN-FORCE TO FALSE.

           0400-CHECK-EVENT.
           SET SCREENED-AT-EVENT TO FALSE.
           IF WS-HISTORY-FS = "00" OR WS-HISTORY-FS = "10"
                   OR WS-HISTORY-FS = "23"
               MOVE MEMBER-ID TO HIST-MEMBER-ID
               MOVE ZERO TO HIST-DATE
               MOVE ZERO TO HIST-TIME
               SET END-OF-LOOKUP TO FALSE
               START BMI-HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       SET END-OF-LOOKUP TO TRUE
               END-START
               PERFORM UNTIL END-OF-LOOKUP OR SCREENED-AT-EVENT
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-LOOKUP TO TRUE
                       NOT AT END
                           IF HIST-MEMBER-ID NOT = MEMBER-ID
                               SET END-OF-LOOKUP TO TRUE
                           ELSE
                               IF HIST-EVENT-CODE = CRIT-EVENT
                                   SET SCREENED-AT-EVENT TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *A program is in progress from enrollment until a completion
      *date is recorded. The member's first such program is the
      *one shown in the PROGRAM column.
           0420-FIND-PROGRAM.
           IF WS-ENROLL-FS = "00" OR WS-ENROLL-FS = "10"
                   OR WS-ENROLL-FS = "23"
               IF CRIT-PROGRAM NOT = SPACES AND NOT CRIT-ANY-PROGRAM
                       AND NOT CRIT-NO-PROGRAM
                   MOVE CRIT-PROGRAM TO ENROLL-PROGRAM-CODE
                   PERFORM 0425-READ-ENROLLMENT
               ELSE
                   MOVE ZERO TO WS-PX
                   PERFORM UNTIL WS-PX >= WS-PROGRAM-COUNT
                           OR WS-MEMBER-PROGRAM NOT = SPACES
                       ADD 1 TO WS-PX
                       MOVE WS-PROGRAM-CODE(WS-PX)
                           TO ENROLL-PROGRAM-CODE
                       PERFORM 0425-READ-ENROLLMENT
                   END-PERFORM
               END-IF
           END-IF.

           0425-READ-ENROLLMENT.
           MOVE MEMBER-ID TO ENROLL-MEMBER-ID.
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENROLL-COMPLETION-DATE = ZERO
                       MOVE ENROLL-PROGRAM-CODE TO WS-MEMBER-PROGRAM
                   END-IF
           END-READ.

      *The most recent open referral is the one shown.
           0440-FIND-OPEN-REFERRAL.
           IF WS-REFSTAT-FS = "00" OR WS-REFSTAT-FS = "10"
                   OR WS-REFSTAT-FS = "23"
               MOVE MEMBER-ID TO REFS-MEMBER-ID
               MOVE ZERO TO REFS-TRIGGER-DATE
               SET END-OF-LOOKUP TO FALSE
               START REFERRAL-STATUS-FILE KEY >= REFS-KEY
                   INVALID KEY
                       SET END-OF-LOOKUP TO TRUE
               END-START
               PERFORM UNTIL END-OF-LOOKUP
                   READ REFERRAL-STATUS-FILE NEXT RECORD
                       AT END
                           SET END-OF-LOOKUP TO TRUE
                       NOT AT END
                           IF REFS-MEMBER-ID NOT = MEMBER-ID
                               SET END-OF-LOOKUP TO TRUE
                           ELSE
                               IF REFS-IS-OPEN
                                   MOVE REFS-TRIGGER-DATE
                                       TO WS-OPEN-REFERRAL-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *In force today: started, and not ended before today (an end
      *date of zero is an open span).
           0460-FIND-COVERAGE.
           IF WS-COVSPAN-FS = "00" OR WS-COVSPAN-FS = "10"
                   OR WS-COVSPAN-FS = "23"
               MOVE MEMBER-ID TO COVS-MEMBER-ID
               MOVE ZERO TO COVS-START-DATE
               SET END-OF-LOOKUP TO FALSE
               START COVERAGE-SPAN-FILE KEY >= COVS-KEY
                   INVALID KEY
                       SET END-OF-LOOKUP TO TRUE
               END-START
               PERFORM UNTIL END-OF-LOOKUP
                   READ COVERAGE-SPAN-FILE NEXT RECORD
                       AT END
                           SET END-OF-LOOKUP TO TRUE
                       NOT AT END
                           IF COVS-MEMBER-ID NOT = MEMBER-ID
                                   OR COVS-START-DATE > WS-TODAY-DATE
                               SET END-OF-LOOKUP TO TRUE
                           ELSE
                               IF COVS-END-DATE = ZERO
                                   OR COVS-END-DATE >= WS-TODAY-DATE
                                   SET COVERAGE-IN-FORCE TO TRUE
                                   MOVE COVS-PAYER
                                       TO WS-COVERAGE-PAYER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Consent comes first: without current consent the member's
      *data does not leave the system, whatever the list is for.
      *Do-not-contact trumps everything after that.
           0500-CHECK-CONTACT.
           SET MEMBER-SUPPRESSED TO TRUE.
           EVALUATE TRUE
               WHEN NOT MEMBER-HAS-CONSENT
               WHEN MEMBER-CONSENT-EXPIRES < WS-TODAY-DATE
                   ADD 1 TO WS-NO-CONSENT-COUNT
               WHEN MEMBER-NO-CONTACT
                   ADD 1 TO WS-NO-CONTACT-COUNT
               WHEN ADDRESS-COLUMN-CHOSEN
                       AND (MEMBER-MAIL-REFUSED
                           OR MEMBER-ADDR-UNDELIV)
                   ADD 1 TO WS-MAIL-SUPPRESSED
               WHEN PHONE-COLUMN-CHOSEN AND MEMBER-PHONE-REFUSED
                   ADD 1 TO WS-PHONE-SUPPRESSED
               WHEN OTHER
                   SET MEMBER-SUPPRESSED TO FALSE
           END-EVALUATE.

           0550-WRITE-EXTRACT.
           MOVE SPACES TO SELECTION-EXTRACT-RECORD.
           MOVE ZERO TO WS-KX.
           PERFORM UNTIL WS-KX >= WS-CHOSEN-COUNT
               ADD 1 TO WS-KX
               MOVE WS-CHOSEN-COLUMN(WS-KX) TO WS-FOUND-IX
               PERFORM 0560-SET-COLUMN-VALUE
               MOVE WS-COLUMN-VALUE TO SELECTION-EXTRACT-RECORD
                   (WS-CHOSEN-START(WS-KX):COLUMN-WIDTH(WS-FOUND-IX))
           END-PERFORM.
           WRITE SELECTION-EXTRACT-RECORD.
           IF WS-EXTRACT-FS NOT = "00"
               DISPLAY "Could not write SELXTR.DAT, status: ",
                   WS-EXTRACT-FS
               MOVE "0550-WRITE-EXTRACT" TO ERRL-REQ-PARAGRAPH
               MOVE "SELXTR.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-EXTRACT-FS TO ERRL-REQ-STATUS
               MOVE MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

           0560-SET-COLUMN-VALUE.
           MOVE SPACES TO WS-COLUMN-VALUE.
           EVALUATE COLUMN-NAME(WS-FOUND-IX)
               WHEN "ID"
                   MOVE MEMBER-ID TO WS-COLUMN-VALUE
               WHEN "NAME"
                   MOVE MEMBER-NAME TO WS-COLUMN-VALUE
               WHEN "CLIENT"
                   MOVE MEMBER-CLIENT-CODE TO WS-COLUMN-VALUE
               WHEN "STATUS"
                   MOVE MEMBER-STATUS TO WS-COLUMN-VALUE
               WHEN "SEX"
                   MOVE MEMBER-SEX TO WS-COLUMN-VALUE
               WHEN "BIRTH"
                   MOVE MEMBER-BIRTH-DATE TO WS-COLUMN-VALUE
               WHEN "AGE"
                   MOVE WS-AGE-YEARS TO WS-COLUMN-VALUE
               WHEN "LASTREAD"
                   MOVE MEMBER-LAST-READ-DATE TO WS-COLUMN-VALUE
               WHEN "BMI"
                   MOVE MEMBER-BMI TO WS-EDIT-BMI
                   MOVE WS-EDIT-BMI TO WS-COLUMN-VALUE
               WHEN "CATEGORY"
                   IF WS-CATEGORY-IX > ZERO
                       MOVE CATEGORY-NAME(WS-CATEGORY-IX)
                           TO WS-COLUMN-VALUE
                   END-IF
               WHEN "REGEVENT"
                   MOVE MEMBER-REG-EVENT TO WS-COLUMN-VALUE
               WHEN "ADDRESS"
                   MOVE MEMBER-ADDR-LINE-1 TO WS-COLUMN-ADDR-1
                   MOVE MEMBER-ADDR-LINE-2 TO WS-COLUMN-ADDR-2
                   MOVE MEMBER-CITY TO WS-COLUMN-CITY
                   MOVE MEMBER-STATE TO WS-COLUMN-STATE
                   MOVE MEMBER-ZIP TO WS-COLUMN-ZIP
               WHEN "PHONE"
                   MOVE MEMBER-PHONE TO WS-COLUMN-VALUE
               WHEN "PROGRAM"
                   MOVE WS-MEMBER-PROGRAM TO WS-COLUMN-VALUE
               WHEN "REFERRAL"
                   IF WS-OPEN-REFERRAL-DATE > ZERO
                       MOVE WS-OPEN-REFERRAL-DATE TO WS-COLUMN-VALUE
                   END-IF
               WHEN "COVERAGE"
                   MOVE WS-COVERAGE-PAYER TO WS-COLUMN-VALUE
           END-EVALUATE.

      *The cards go on the log first, one row each, so the member
      *rows that follow can be read against them.
           0600-LOG-CRITERIA.
           MOVE ZERO TO WS-CX.
           PERFORM UNTIL WS-CX >= WS-CARD-COUNT
               ADD 1 TO WS-CX
               MOVE ZERO TO DISC-MEMBER-ID
               MOVE "SELCARD" TO DISC-FUNCTION
               MOVE WS-CARD-IMAGE(WS-CX) TO DISC-CRITERIA-CARD
               PERFORM 0660-WRITE-LOG-ROW
           END-PERFORM.

           0650-LOG-MEMBER.
           MOVE MEMBER-ID TO DISC-MEMBER-ID.
           MOVE "SELXTR" TO DISC-FUNCTION.
           MOVE SPACES TO DISC-CRITERIA-CARD.
           PERFORM 0660-WRITE-LOG-ROW.

           0660-WRITE-LOG-ROW.
           MOVE WS-TODAY-DATE TO DISC-DATE.
           MOVE WS-TIME-HHMMSS TO DISC-TIME.
           MOVE WS-OPERATOR-ID TO DISC-VIEWER.
           MOVE "SELXTR" TO DISC-STATION.
           IF CRIT-TO-THIRD-PARTY
               SET DISC-TO-THIRD-PARTY TO TRUE
           ELSE
               SET DISC-STAFF-REVIEW TO TRUE
           END-IF.
           MOVE ZERO TO DISC-PROXY-SEQ.
           MOVE SPACES TO DISC-PROXY-NAME.
           WRITE DISCLOSURE-RECORD.
           IF WS-DISCLOG-FS NOT = "00"
               DISPLAY "Could not write DISCLOG.DAT, status: ",
                   WS-DISCLOG-FS
               MOVE "0660-WRITE-LOG-ROW" TO ERRL-REQ-PARAGRAPH
               MOVE "DISCLOG.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-DISCLOG-FS TO ERRL-REQ-STATUS
               MOVE DISC-MEMBER-ID TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

           0700-WRITE-SUMMARY.
           MOVE SPACES TO SELECTION-REPORT-LINE.
           STRING "SELECTION EXTRACT - RUN " WS-TODAY-DATE " "
               WS-TIME-HHMMSS "  AUTHORIZED BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           MOVE SPACES TO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           MOVE "CRITERIA CARDS:" TO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           MOVE ZERO TO WS-CX.
           PERFORM UNTIL WS-CX >= WS-CARD-COUNT
               ADD 1 TO WS-CX
               MOVE SPACES TO SELECTION-REPORT-LINE
               STRING "  " WS-CARD-IMAGE(WS-CX)
                   DELIMITED BY SIZE INTO SELECTION-REPORT-LINE
               WRITE SELECTION-REPORT-LINE
           END-PERFORM.
           IF NOT CRIT-ANY-STATUS
               MOVE SPACES TO SELECTION-REPORT-LINE
               STRING "  (MEMBER STATUS " CRIT-STATUS " ONLY)"
                   DELIMITED BY SIZE INTO SELECTION-REPORT-LINE
               WRITE SELECTION-REPORT-LINE
           END-IF.
           MOVE SPACES TO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           MOVE "EXTRACT LAYOUT (SELXTR.DAT):  COLUMN      START  WIDTH"
               TO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           MOVE ZERO TO WS-KX.
           PERFORM UNTIL WS-KX >= WS-CHOSEN-COUNT
               ADD 1 TO WS-KX
               MOVE WS-CHOSEN-COLUMN(WS-KX) TO WS-FOUND-IX
               MOVE SPACES TO SELECTION-REPORT-LINE
               STRING "                              "
                   COLUMN-NAME(WS-FOUND-IX) "    "
                   WS-CHOSEN-START(WS-KX) "     "
                   COLUMN-WIDTH(WS-FOUND-IX)
                   DELIMITED BY SIZE INTO SELECTION-REPORT-LINE
               WRITE SELECTION-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           MOVE SPACES TO SELECTION-REPORT-LINE.
           STRING "MEMBERS READ:            " WS-MEMBERS-READ
               DELIMITED BY SIZE INTO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           MOVE ZERO TO WS-REJECT-IX.
           PERFORM UNTIL WS-REJECT-IX >= 11
               ADD 1 TO WS-REJECT-IX
               IF WS-REJECT-COUNT(WS-REJECT-IX) > ZERO
                   MOVE SPACES TO SELECTION-REPORT-LINE
                   STRING "  NOT MATCHING " REJECT-NAME(WS-REJECT-IX)
                       WS-REJECT-COUNT(WS-REJECT-IX)
                       DELIMITED BY SIZE INTO SELECTION-REPORT-LINE
                   WRITE SELECTION-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO SELECTION-REPORT-LINE.
           STRING "MEMBERS MATCHING:        " WS-MEMBERS-MATCHED
               DELIMITED BY SIZE INTO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           MOVE SPACES TO SELECTION-REPORT-LINE.
           STRING "  NO CURRENT CONSENT     " WS-NO-CONSENT-COUNT
               DELIMITED BY SIZE INTO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           MOVE SPACES TO SELECTION-REPORT-LINE.
           STRING "  DO NOT CONTACT         " WS-NO-CONTACT-COUNT
               DELIMITED BY SIZE INTO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.
           IF ADDRESS-COLUMN-CHOSEN
               MOVE SPACES TO SELECTION-REPORT-LINE
               STRING "  MAIL REFUSED/UNDELIV   " WS-MAIL-SUPPRESSED
                   DELIMITED BY SIZE INTO SELECTION-REPORT-LINE
               WRITE SELECTION-REPORT-LINE
           END-IF.
           IF PHONE-COLUMN-CHOSEN
               MOVE SPACES TO SELECTION-REPORT-LINE
               STRING "  PHONE REFUSED          " WS-PHONE-SUPPRESSED
                   DELIMITED BY SIZE INTO SELECTION-REPORT-LINE
               WRITE SELECTION-REPORT-LINE
           END-IF.
           MOVE SPACES TO SELECTION-REPORT-LINE.
           STRING "ROWS WRITTEN:            " WS-ROWS-WRITTEN
               "  (EACH LOGGED ON DISCLOG.DAT)"
               DELIMITED BY SIZE INTO SELECTION-REPORT-LINE.
           WRITE SELECTION-REPORT-LINE.

           0790-CLOSE-FILES.
           CLOSE MEMBER-MASTER-FILE.
           CLOSE DISCLOSURE-LOG-FILE.
           CLOSE SELECTION-EXTRACT-FILE.
           CLOSE SELECTION-REPORT-FILE.
           IF CRIT-EVENT NOT = SPACES AND WS-HISTORY-FS NOT = "35"
               CLOSE BMI-HISTORY-FILE
           END-IF.
           IF (CRIT-PROGRAM NOT = SPACES OR PROGRAM-COLUMN-CHOSEN)
                   AND WS-ENROLL-FS NOT = "35"
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF (CRIT-REFERRAL NOT = SPACES OR REFERRAL-COLUMN-CHOSEN)
                   AND WS-REFSTAT-FS NOT = "35"
               CLOSE REFERRAL-STATUS-FILE
           END-IF.
           IF (CRIT-COVERAGE NOT = SPACES OR COVERAGE-COLUMN-CHOSEN)
                   AND WS-COVSPAN-FS NOT = "35"
               CLOSE COVERAGE-SPAN-FILE
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "SELXTR" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "SELXTR".
