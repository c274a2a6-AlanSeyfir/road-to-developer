      *Screening supply stock row (SUPPLY.DAT), one per item, per
      *storage location, per lot. Deliveries add to the row on the
      *receiving screen; every finger-stick and blood pressure the
      *station captures takes its supplies from the soonest-expiring
      *usable lot at the session's location. A zero expiry is an
      *item that does not expire.
       01 SUPPLY-RECORD.
           05 SUPL-KEY.
               10 SUPL-ITEM-CODE PIC X(4).
               10 SUPL-LOCATION PIC X(8).
               10 SUPL-LOT-NUMBER PIC X(10).
           05 SUPL-EXPIRY-DATE PIC 9(8).
           05 SUPL-ON-HAND PIC 9(5).
           05 SUPL-RECEIVED-QTY PIC 9(5).
           05 SUPL-USED-QTY PIC 9(5).
           05 SUPL-RECEIVED-DATE PIC 9(8).
           05 SUPL-RECEIVED-BY PIC X(8).
           05 SUPL-LAST-USED-DATE PIC 9(8).
