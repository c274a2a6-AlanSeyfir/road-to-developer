       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CATCOST".
       AUTHOR.     ALAN GARCIA.
      *BMI category cost maintenance: the annual cost per member
      *in each BMI category that the sponsor cost-avoidance report
      *prices movement with. Add a category's cost, change one,
      *or list the table.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-COST-FILE ASSIGN TO "CATCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCST-CATEGORY
               FILE STATUS IS WS-COST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CATEGORY-COST-FILE.
           COPY "CATCSREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-COST-FS PIC XX.
       01 WS-MODE-CHOICE PIC X.
           88 ADD-MODE-CHOSEN VALUE "A" "a".
           88 CHANGE-MODE-CHOSEN VALUE "C" "c".
           88 LIST-MODE-CHOSEN VALUE "L" "l".
       01 WS-VALID-SW PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-EOF-SW PIC X VALUE "N".
           88 END-OF-COSTS VALUE "Y" FALSE "N".
       01 WS-CATEGORY-ENTRY PIC 9.
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUPERVISOR-ID PIC X(8).
           COPY "AUTHREQ.cpy".
       01 WS-COST-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(11) VALUE "UNDERWEIGHT".
           05 FILLER PIC X(11) VALUE "NORMAL".
           05 FILLER PIC X(11) VALUE "OVERWEIGHT".
           05 FILLER PIC X(11) VALUE "OBESE".
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME PIC X(11) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
           0100-START-HERE.
           PERFORM 0110-GET-MODE.
           IF NOT LIST-MODE-CHOSEN
               PERFORM 0120-VERIFY-SUPERVISOR
           END-IF.
           IF LIST-MODE-CHOSEN
               OR (AUTH-ACCEPTED AND AUTH-ROLE-SUPERVISOR)
               PERFORM 0150-OPEN-COST-IO
               EVALUATE TRUE
                   WHEN ADD-MODE-CHOSEN
                       PERFORM 0200-ADD-COST
                   WHEN CHANGE-MODE-CHOSEN
                       PERFORM 0300-CHANGE-COST
                   WHEN OTHER
                       PERFORM 0400-LIST-COSTS
               END-EVALUATE
               CLOSE CATEGORY-COST-FILE
           ELSE
               DISPLAY "An enabled supervisor ID is required. "
                   "No changes made."
           END-IF.
       GOBACK.

           0110-GET-MODE.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "(A)dd category cost, (C)hange category "
                   "cost, or (L)ist: "
               ACCEPT WS-MODE-CHOICE
               IF ADD-MODE-CHOSEN OR CHANGE-MODE-CHOSEN
                       OR LIST-MODE-CHOSEN
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter A, C or L."
               END-IF
           END-PERFORM.

      *Adds and changes are supervisor work, the same as the rate
      *table; listing stays open to every operator.
           0120-VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID authorizing this change: ".
           ACCEPT WS-SUPERVISOR-ID.
           SET AUTH-VERIFY-ONLY TO TRUE.
           MOVE WS-SUPERVISOR-ID TO AUTH-OPERATOR-ID.
           MOVE "CATCOST" TO AUTH-STATION-ID.
           CALL "OPERAUTH" USING AUTH-REQUEST.

           0150-OPEN-COST-IO.
           OPEN I-O CATEGORY-COST-FILE.
           IF WS-COST-FS = "35"
               OPEN OUTPUT CATEGORY-COST-FILE
               CLOSE CATEGORY-COST-FILE
               OPEN I-O CATEGORY-COST-FILE
           END-IF.

           0160-GET-CATEGORY.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Category (1 underweight, 2 normal, "
                   "3 overweight, 4 obese): "
               ACCEPT WS-CATEGORY-ENTRY
               MOVE WS-CATEGORY-ENTRY TO CCST-CATEGORY
               IF CCST-CATEGORY-IS-VALID
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter 1, 2, 3 or 4."
               END-IF
           END-PERFORM.

           0200-ADD-COST.
           PERFORM 0160-GET-CATEGORY.
           PERFORM 0250-CAPTURE-FIELDS.
           WRITE CATEGORY-COST-RECORD
               INVALID KEY
                   DISPLAY "A cost for category ", WS-CATEGORY-ENTRY,
                       " already exists."
           END-WRITE.
           IF WS-COST-FS = "00"
               DISPLAY "Cost for ",
                   FUNCTION TRIM(WS-CATEGORY-NAME(CCST-CATEGORY)),
                   " added."
           END-IF.

           0250-CAPTURE-FIELDS.
           DISPLAY "Annual cost per member (dollars): ".
           ACCEPT CCST-ANNUAL-COST.
           DISPLAY "Source of the figure: ".
           ACCEPT CCST-SOURCE-NOTE.
           ACCEPT CCST-SET-DATE FROM DATE YYYYMMDD.

           0300-CHANGE-COST.
           PERFORM 0160-GET-CATEGORY.
           READ CATEGORY-COST-FILE
               INVALID KEY
                   DISPLAY "No cost on file for category ",
                       WS-CATEGORY-ENTRY
               NOT INVALID KEY
                   MOVE CCST-ANNUAL-COST TO WS-COST-DISP
                   DISPLAY "Currently: ", WS-COST-DISP,
                       "  set ", CCST-SET-DATE, "  ",
                       CCST-SOURCE-NOTE
                   PERFORM 0250-CAPTURE-FIELDS
                   REWRITE CATEGORY-COST-RECORD
                   DISPLAY "Cost for ",
                       FUNCTION TRIM(WS-CATEGORY-NAME(CCST-CATEGORY)),
                       " updated."
           END-READ.

           0400-LIST-COSTS.
           MOVE ZERO TO CCST-CATEGORY.
           START CATEGORY-COST-FILE KEY >= CCST-CATEGORY
               INVALID KEY
                   CONTINUE
           END-START.
           SET END-OF-COSTS TO FALSE.
           IF WS-COST-FS NOT = "00"
               SET END-OF-COSTS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-COSTS
               READ CATEGORY-COST-FILE NEXT RECORD
                   AT END
                       SET END-OF-COSTS TO TRUE
                   NOT AT END
                       IF CCST-CATEGORY-IS-VALID
                           ADD 1 TO WS-LISTED-COUNT
                           MOVE CCST-ANNUAL-COST TO WS-COST-DISP
                           DISPLAY "  ", CCST-CATEGORY, " ",
                               WS-CATEGORY-NAME(CCST-CATEGORY), " ",
                               WS-COST-DISP, "  set ", CCST-SET-DATE,
                               "  ", CCST-SOURCE-NOTE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Category costs listed: ", WS-LISTED-COUNT.
       END PROGRAM "CATCOST".
