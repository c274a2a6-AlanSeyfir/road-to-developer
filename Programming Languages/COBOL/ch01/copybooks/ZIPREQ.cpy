      *Parameter block for the ZIPCHK subprogram. The caller passes
      *a ZIP and, optionally, the city and state it was given with
      *(spaces = not keyed yet). The service returns the postal
      *spelling of the city - the one matched, or the preferred
      *name when no city was given or it did not match - and the
      *ZIP's state, with the verdict.
       01 ZIP-REQUEST.
           05 ZIP-REQ-ZIP PIC X(5).
           05 ZIP-REQ-CITY PIC X(20).
           05 ZIP-REQ-STATE PIC XX.
           05 ZIP-REQ-REF-CITY PIC X(20).
           05 ZIP-REQ-REF-STATE PIC XX.
           05 ZIP-REQ-RESULT PIC X.
               88 ZIP-REQ-ACCEPTED VALUE "Y".
               88 ZIP-REQ-NOT-ON-FILE VALUE "N".
               88 ZIP-REQ-CITY-MISMATCH VALUE "C".
               88 ZIP-REQ-STATE-MISMATCH VALUE "S".
               88 ZIP-REQ-NO-TABLE VALUE "T".
