      *Parameter block for the ERRLOG subprogram. The caller names
      *itself, the paragraph and the file where an unexpected file
      *status came back, the status, the record key in play if
      *there was one, and how bad it is; the service stamps the
      *date and time and appends the row to the error log.
       01 ERRL-REQUEST.
           05 ERRL-REQ-PROGRAM PIC X(8).
           05 ERRL-REQ-PARAGRAPH PIC X(30).
           05 ERRL-REQ-FILE-NAME PIC X(30).
           05 ERRL-REQ-STATUS PIC XX.
           05 ERRL-REQ-KEY-VALUE PIC X(30).
           05 ERRL-REQ-SEVERITY PIC X.
               88 ERRL-REQ-WARNING VALUE "W".
               88 ERRL-REQ-ERROR VALUE "E".
               88 ERRL-REQ-SEVERE VALUE "S".
           05 ERRL-REQ-RESULT PIC X.
               88 ERRL-REQ-LOGGED VALUE "Y".
               88 ERRL-REQ-NOT-LOGGED VALUE "N".
