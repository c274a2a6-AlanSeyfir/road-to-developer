      *Central file-error log (ERRLOG.DAT). One row for every
      *unexpected file status any program ran into: when, which
      *program and paragraph, which file, the status and the key
      *it was working on. Severity W is a file that was simply not
      *there or a record already on file, E a record that could
      *not be written or changed, S a file the program could not
      *open at all. Written only through the ERRLOG service; read
      *by the operations dashboard and the daily error report.
       01 ERROR-LOG-RECORD.
           05 ERRL-DATE PIC 9(8).
           05 ERRL-TIME PIC 9(6).
           05 ERRL-PROGRAM PIC X(8).
           05 ERRL-PARAGRAPH PIC X(30).
           05 ERRL-FILE-NAME PIC X(30).
           05 ERRL-STATUS PIC XX.
           05 ERRL-KEY-VALUE PIC X(30).
           05 ERRL-SEVERITY PIC X.
               88 ERRL-IS-WARNING VALUE "W".
               88 ERRL-IS-ERROR VALUE "E".
               88 ERRL-IS-SEVERE VALUE "S".
