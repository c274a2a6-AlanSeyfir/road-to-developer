      *Parameter block for the PAYAPPLY subprogram. Function C
      *checks that the client's invoiced month is on file and
      *returns its open balance without touching it; function P
      *applies the amount, logs it to PAYMENTS.LOG under the
      *operator, and returns the new balance. PAY-FILE-STATUS
      *carries the status behind a file error so the caller can
      *show it; a payment that applied but could not be logged
      *comes back accepted with the log's status here.
       01 PAY-REQUEST.
           05 PAY-FUNCTION PIC X.
               88 PAY-CHECK-ONLY VALUE "C".
               88 PAY-POST VALUE "P".
           05 PAY-CLIENT-CODE PIC X(3).
           05 PAY-MONTH PIC 9(6).
           05 PAY-AMOUNT PIC 9(7)V99.
           05 PAY-OPERATOR-ID PIC X(8).
           05 PAY-BALANCE PIC S9(9)V99.
           05 PAY-RESULT PIC X.
               88 PAY-ACCEPTED VALUE "Y".
               88 PAY-NO-INVOICE VALUE "N".
               88 PAY-FILE-ERROR VALUE "E".
           05 PAY-FILE-STATUS PIC XX.
