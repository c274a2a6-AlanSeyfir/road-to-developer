      *Lab requisition row (LABREQ.DAT), one per venous draw
      *ordered. The accession number goes out to the lab vendor on
      *the order file and comes back on the results feed, and is
      *what the import matches a result to. Outstanding until a
      *result is imported against it or the order is cancelled.
       01 LAB-REQUISITION-RECORD.
           05 LREQ-ACCESSION PIC 9(8).
           05 LREQ-MEMBER-ID PIC 9(6).
           05 LREQ-ORDER-DATE PIC 9(8).
           05 LREQ-PANEL PIC X(4).
               88 LREQ-PANEL-GLUCOSE VALUE "GLUC".
               88 LREQ-PANEL-LIPIDS VALUE "LIPD".
               88 LREQ-PANEL-BOTH VALUE "BOTH".
           05 LREQ-STATUS PIC X.
               88 LREQ-IS-OUTSTANDING VALUE "O".
               88 LREQ-IS-RESULTED VALUE "R".
               88 LREQ-IS-CANCELLED VALUE "C".
           05 LREQ-OPERATOR-ID PIC X(8).
           05 LREQ-STATION-ID PIC X(8).
      *Draw date from the result feed, so the requisition points
      *at the member's lab result row (member ID plus draw date).
           05 LREQ-DRAW-DATE PIC 9(8).
           05 LREQ-CLOSED-DATE PIC 9(8).
           05 LREQ-CANCEL-REASON PIC X(20).
