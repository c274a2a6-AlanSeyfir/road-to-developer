      *inquiry access to a member's health data - who looked, from
      *which station, at whom, through which function and when -
      *so the privacy officer can answer "who has seen my record".
      *The recipient says where the information went: to the
      *member, to a named personal representative (with the
      *representative's sequence and name as they stood on
      *PROXY.DAT), to an outside party such as a payer, or staff
      *review only. Rows written before the recipient was kept
      *read back with it blank.
       01 DISCLOSURE-RECORD.
           05 DISC-DATE PIC 9(8).
           05 DISC-TIME PIC 9(6).
           05 DISC-STATION PIC X(8).
           05 DISC-MEMBER-ID PIC 9(6).
           05 DISC-FUNCTION PIC X(8).
           05 DISC-RECIPIENT PIC X.
               88 DISC-TO-MEMBER VALUE "M".
               88 DISC-TO-PROXY VALUE "P".
               88 DISC-TO-THIRD-PARTY VALUE "T".
               88 DISC-STAFF-REVIEW VALUE "S".
               88 DISC-RECIPIENT-NOT-KEPT VALUE SPACE.
           05 DISC-PROXY-SEQ PIC 99.
           05 DISC-PROXY-NAME PIC X(30).
      *Rows written by the selection extract (SELXTR) keep the
      *criteria the list was drawn on: one row per card, member ID
      *zero, function SELCARD, followed by one SELXTR row for each
      *member listed, all with the same date and time. Blank on
      *every other row.
           05 DISC-CRITERIA-CARD PIC X(80).
