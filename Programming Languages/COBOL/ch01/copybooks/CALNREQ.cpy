      *Parameter block for the CALNCHK subprogram. Function C asks
      *whether the date is a closed day for the site, N returns
      *the first open day on or after the date, and B counts the
      *business days after the date up to and including the to-
      *date - weekdays that are not closed. A blank site takes
      *the company-wide (ALL) closures only.
       01 CALN-REQUEST.
           05 CALN-REQ-FUNCTION PIC X.
               88 CALN-REQ-CHECK-DAY VALUE "C".
               88 CALN-REQ-NEXT-OPEN VALUE "N".
               88 CALN-REQ-COUNT-DAYS VALUE "B".
           05 CALN-REQ-SITE PIC X(20).
           05 CALN-REQ-DATE PIC 9(8).
           05 CALN-REQ-TO-DATE PIC 9(8).
           05 CALN-REQ-RESULT-DATE PIC 9(8).
           05 CALN-REQ-DAY-COUNT PIC 9(5).
           05 CALN-REQ-CLOSED-SW PIC X.
               88 CALN-REQ-DAY-IS-CLOSED VALUE "Y".
               88 CALN-REQ-DAY-IS-OPEN VALUE "N".
           05 CALN-REQ-REASON PIC X(30).
