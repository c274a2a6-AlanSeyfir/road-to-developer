      *Challenge definition (CHALDEF.DAT). Window dates, the rule
      *the challenge is judged on, and the points a completion
      *awards. A weight challenge sets the percent of starting
      *weight to lose; a step challenge sets the tracker steps to
      *reach over the window, as a total or as a daily average.
       01 CHALLENGE-RECORD.
           05 CHAL-CODE PIC X(6).
           05 CHAL-START-DATE PIC 9(8).
           05 CHAL-END-DATE PIC 9(8).
           05 CHAL-RULE-PCT PIC 99V9.
           05 CHAL-AWARD-POINTS PIC 9(4).
           05 CHAL-RULE-TYPE PIC X.
               88 CHAL-RULE-IS-WEIGHT VALUE "W".
               88 CHAL-RULE-IS-STEP-TOTAL VALUE "T".
               88 CHAL-RULE-IS-STEP-AVERAGE VALUE "A".
               88 CHAL-RULE-IS-STEPS VALUE "T" "A".
           05 CHAL-RULE-STEPS PIC 9(8).
