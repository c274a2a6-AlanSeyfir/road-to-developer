      *Parameter block for the PROXAUTH subprogram. Function N
      *returns the member's next representative after the given
      *sequence (zero for the first), for listing at the desk.
      *Function C checks one representative's authority on the
      *given date against the kind of data about to be disclosed:
      *R for results, F for the full record. The refusal code says
      *why - not on file, no document, not yet in force, lapsed,
      *or outside the authority's scope.
       01 PROXY-REQUEST.
           05 PXRQ-FUNCTION PIC X.
               88 PXRQ-GET-NEXT VALUE "N".
               88 PXRQ-CHECK VALUE "C".
           05 PXRQ-MEMBER-ID PIC 9(6).
           05 PXRQ-PROXY-SEQ PIC 99.
           05 PXRQ-DATA-KIND PIC X.
               88 PXRQ-FOR-RESULTS VALUE "R".
               88 PXRQ-FOR-FULL-RECORD VALUE "F".
           05 PXRQ-AS-OF-DATE PIC 9(8).
           05 PXRQ-PROXY-NAME PIC X(30).
           05 PXRQ-RELATIONSHIP PIC X.
           05 PXRQ-SCOPE PIC X.
           05 PXRQ-EFFECTIVE-DATE PIC 9(8).
           05 PXRQ-EXPIRY-DATE PIC 9(8).
           05 PXRQ-RESULT PIC X.
               88 PXRQ-ACCEPTED VALUE "Y".
               88 PXRQ-NOT-ON-FILE VALUE "N".
               88 PXRQ-NO-DOCUMENT VALUE "D".
               88 PXRQ-NOT-YET-EFFECTIVE VALUE "E".
               88 PXRQ-LAPSED VALUE "L".
               88 PXRQ-OUT-OF-SCOPE VALUE "S".
