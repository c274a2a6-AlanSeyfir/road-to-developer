      *Collections row (COLLECT.DAT). One row per client, refreshed
      *from the open invoices each time COLLECT builds the
      *worklist: what is past due and how long, the last contact,
      *any promise-to-pay with the client's total paid when it
      *was made (so a matching payment can be recognised), and
      *the last dunning notice sent.
       01 COLLECTION-RECORD.
           05 COLL-CLIENT-CODE PIC X(3).
           05 COLL-PAST-DUE PIC S9(9)V99.
           05 COLL-DAYS-PAST-DUE PIC 9(5).
           05 COLL-OLDEST-MONTH PIC 9(6).
           05 COLL-TOTAL-PAID PIC S9(9)V99.
           05 COLL-BUILT-DATE PIC 9(8).
           05 COLL-WORK-STATUS PIC X.
               88 COLL-ON-WORKLIST VALUE "W".
               88 COLL-PROMISE-PENDING VALUE "P".
               88 COLL-IS-CLEAR VALUE "C".
           05 COLL-LAST-CONTACT-DATE PIC 9(8).
           05 COLL-LAST-CONTACT-BY PIC X(8).
           05 COLL-LAST-CONTACT-NOTE PIC X(40).
           05 COLL-PROMISE-DATE PIC 9(8).
           05 COLL-PROMISE-AMOUNT PIC 9(7)V99.
           05 COLL-PROMISE-PAID-BASE PIC S9(9)V99.
           05 COLL-PROMISE-BROKEN PIC X.
               88 COLL-BROKE-PROMISE VALUE "Y" FALSE "N".
           05 COLL-NOTICE-LEVEL PIC 9.
               88 COLL-NO-NOTICE-SENT VALUE 0.
               88 COLL-FINAL-NOTICE-SENT VALUE 3.
           05 COLL-NOTICE-DATE PIC 9(8).
