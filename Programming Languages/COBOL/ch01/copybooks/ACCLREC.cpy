      *Right-of-access fulfillment log (ACCESLOG.DAT, appended).
      *One row per record package produced - whose, when the
      *member's request came in, when and by whom it was answered,
      *the package file and the rows it carried - so the privacy
      *officer can show every request was answered and how long
      *each one took.
       01 ACCESS-LOG-RECORD.
           05 ACCL-MEMBER-ID PIC 9(6).
           05 ACCL-RECEIVED-DATE PIC 9(8).
           05 ACCL-FULFILLED-DATE PIC 9(8).
           05 ACCL-FULFILLED-TIME PIC 9(6).
           05 ACCL-DAYS-TAKEN PIC 9(4).
           05 ACCL-OPERATOR PIC X(8).
           05 ACCL-PACKAGE-FILE PIC X(16).
           05 ACCL-ROWS-INCLUDED PIC 9(6).
