      *Vaccine lot inventory row (VACLOTS.DAT), one per lot number
      *received for the immunization clinics. Doses given count up
      *as shots are recorded; a lot past its expiry date, withdrawn
      *on a recall, or with no doses left is refused at the chair.
       01 VACCINE-LOT-RECORD.
           05 VLOT-LOT-NUMBER PIC X(10).
           05 VLOT-VACCINE-CODE PIC X(4).
           05 VLOT-MANUFACTURER PIC X(12).
           05 VLOT-EXPIRY-DATE PIC 9(8).
           05 VLOT-RECEIVED-DATE PIC 9(8).
           05 VLOT-RECEIVED-BY PIC X(8).
           05 VLOT-DOSES-RECEIVED PIC 9(5).
           05 VLOT-DOSES-GIVEN PIC 9(5).
           05 VLOT-STATUS PIC X.
               88 VLOT-IS-ACTIVE VALUE "A".
               88 VLOT-IS-WITHDRAWN VALUE "W".
