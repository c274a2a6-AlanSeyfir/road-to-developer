      *AR adjustment row (ARADJUST.LOG). One row per credit memo
      *or write-off posted against an open invoice by ARADJUST,
      *with the reason, the clerk who keyed it and the supervisor
      *who approved it. GLEXPORT turns the rows for a billed month
      *into their own adjustment entries, apart from cash.
       01 AR-ADJUST-RECORD.
           05 ADJ-POSTED-DATE PIC 9(8).
           05 ADJ-POSTED-TIME PIC 9(6).
           05 ADJ-CLIENT-CODE PIC X(3).
           05 ADJ-INV-MONTH PIC 9(6).
           05 ADJ-TYPE PIC X.
               88 ADJ-IS-CREDIT-MEMO VALUE "C".
               88 ADJ-IS-WRITE-OFF VALUE "W".
           05 ADJ-REASON-CODE PIC X(4).
           05 ADJ-AMOUNT PIC 9(7)V99.
           05 ADJ-BALANCE-AFTER PIC S9(9)V99.
           05 ADJ-ENTERED-BY PIC X(8).
           05 ADJ-APPROVED-BY PIC X(8).
           05 ADJ-MEMO PIC X(30).
