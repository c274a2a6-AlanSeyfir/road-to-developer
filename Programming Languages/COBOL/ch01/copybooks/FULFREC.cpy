      *Reward fulfillment row (FULFILL.DAT). One per redemption
      *sent to the vendor, numbered by redemption date and its
      *place among that date's REDMTXN.DAT rows. Pending rows are
      *waiting to go out (held while the member's address is
      *flagged undeliverable); the vendor's confirmations move an
      *order to shipped, backordered or cancelled, and a cancel
      *gives the member's points back.
       01 FULFILLMENT-RECORD.
           05 FUL-KEY.
               10 FUL-ORDER-DATE PIC 9(8).
               10 FUL-ORDER-SEQ PIC 9(4).
           05 FUL-MEMBER-ID PIC 9(6).
           05 FUL-ITEM-CODE PIC X(6).
           05 FUL-POINTS PIC 9(5).
           05 FUL-STATUS PIC X.
               88 FUL-IS-PENDING VALUE "P".
               88 FUL-IS-ORDERED VALUE "O".
               88 FUL-IS-SHIPPED VALUE "S".
               88 FUL-IS-BACKORDERED VALUE "B".
               88 FUL-IS-CANCELLED VALUE "C".
               88 FUL-IS-FINAL VALUE "S" "C".
           05 FUL-SENT-DATE PIC 9(8).
           05 FUL-STATUS-DATE PIC 9(8).
           05 FUL-VENDOR-REF PIC X(20).
