      *Unapplied-cash row (UNAPPLD.DAT). A lockbox remittance the
      *import could not match cleanly to one open invoice. It sits
      *here, aged from its deposit date, until the AR clerk applies
      *it to a client's invoiced month or returns it to the payer.
       01 UNAPPLIED-RECORD.
           05 UNAP-KEY.
               10 UNAP-DEPOSIT-DATE PIC 9(8).
               10 UNAP-SEQ PIC 9(4).
           05 UNAP-PAYER-CODE PIC X(3).
           05 UNAP-PAYER-NAME PIC X(30).
           05 UNAP-CHECK-NO PIC X(10).
           05 UNAP-AMOUNT PIC 9(7)V99.
           05 UNAP-REMIT-REF PIC X(15).
           05 UNAP-REASON PIC X(24).
           05 UNAP-STATUS PIC X.
               88 UNAP-IS-OPEN VALUE "O".
               88 UNAP-IS-APPLIED VALUE "A".
               88 UNAP-IS-RETURNED VALUE "R".
           05 UNAP-APPLIED-CLIENT PIC X(3).
           05 UNAP-APPLIED-MONTH PIC 9(6).
           05 UNAP-WORKED-DATE PIC 9(8).
           05 UNAP-WORKED-BY PIC X(8).
