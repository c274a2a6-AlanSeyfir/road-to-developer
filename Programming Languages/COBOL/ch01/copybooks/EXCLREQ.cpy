      *Parameter block for the EXCLCHK subprogram. The caller
      *passes a member and a reading date; the service says whether
      *the date falls inside one of the member's recorded BMI
      *exclusion windows and, when it does, that window's end date.
       01 EXCL-REQUEST.
           05 EXCL-REQ-MEMBER-ID PIC 9(6).
           05 EXCL-REQ-DATE PIC 9(8).
           05 EXCL-REQ-END-DATE PIC 9(8).
           05 EXCL-REQ-RESULT PIC X.
               88 EXCL-REQ-IN-WINDOW VALUE "Y".
               88 EXCL-REQ-NOT-IN-WINDOW VALUE "N".
