      *Parameter block for the CLNTCHK subprogram. The caller
      *passes a client code and an as-of date (zero = today); the
      *service returns the legal name and whether the code may be
      *used - on file and active on that date. When the client
      *master itself cannot be opened the result is F, which the
      *not-on-file condition also covers, so a caller that only
      *asks whether the code is on file still refuses it; a
      *keying screen tests for F first and stops asking.
       01 CLNT-REQUEST.
           05 CLNT-REQ-CODE PIC X(3).
           05 CLNT-REQ-AS-OF PIC 9(8).
           05 CLNT-REQ-NAME PIC X(40).
           05 CLNT-REQ-RESULT PIC X.
               88 CLNT-REQ-ACCEPTED VALUE "Y".
               88 CLNT-REQ-NOT-ON-FILE VALUE "N" "F".
               88 CLNT-REQ-NO-CLIENT-FILE VALUE "F".
               88 CLNT-REQ-INACTIVE VALUE "I".
