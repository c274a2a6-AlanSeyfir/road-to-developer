      *Member condition and medication row (MEDCOND.DAT). One row
      *per diagnosis category per member, so the lab and blood
      *pressure passes can read straight to "is this member already
      *being treated for it" by key. The medication class and the
      *detail are as given - desk entries come from the member,
      *nurse-call and physician entries from the clinician. A zero
      *end date means treatment is ongoing.
       01 MED-CONDITION-RECORD.
           05 MEDC-KEY.
               10 MEDC-MEMBER-ID PIC 9(6).
               10 MEDC-CATEGORY PIC X.
                   88 MEDC-IS-DIABETES VALUE "D".
                   88 MEDC-IS-CHOLESTEROL VALUE "C".
                   88 MEDC-IS-HYPERTENSION VALUE "H".
                   88 MEDC-IS-OTHER VALUE "O".
                   88 MEDC-CATEGORY-IS-VALID VALUE "D" "C" "H" "O".
           05 MEDC-DETAIL PIC X(30).
           05 MEDC-MED-CLASS PIC X(20).
           05 MEDC-START-DATE PIC 9(8).
           05 MEDC-END-DATE PIC 9(8).
               88 MEDC-IS-ONGOING VALUE ZERO.
           05 MEDC-SOURCE PIC X.
               88 MEDC-FROM-MEMBER VALUE "M".
               88 MEDC-FROM-NURSE-CALL VALUE "N".
               88 MEDC-FROM-PHYSICIAN VALUE "P".
               88 MEDC-SOURCE-IS-VALID VALUE "M" "N" "P".
           05 MEDC-RECORDED-BY PIC X(8).
           05 MEDC-RECORDED-DATE PIC 9(8).
