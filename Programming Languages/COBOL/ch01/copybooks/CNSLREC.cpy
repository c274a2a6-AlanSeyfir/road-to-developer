      *Counseling given at the screening station (COUNSEL.DAT).
      *One row per member sit-down where the healthy weight range
      *was shown or nutrition or physical-activity counseling was
      *given, keyed like the vitals so one member's counseling
      *reads as a block in date order. The payer quality-measure
      *job counts these toward the pediatric counseling measures.
       01 COUNSEL-RECORD.
           05 CNSL-KEY.
               10 CNSL-MEMBER-ID PIC 9(6).
               10 CNSL-DATE PIC 9(8).
               10 CNSL-TIME PIC 9(6).
           05 CNSL-RANGE-FLAG PIC X.
               88 CNSL-RANGE-SHOWN VALUE "Y".
           05 CNSL-NUTRITION-FLAG PIC X.
               88 CNSL-NUTRITION-GIVEN VALUE "Y".
           05 CNSL-ACTIVITY-FLAG PIC X.
               88 CNSL-ACTIVITY-GIVEN VALUE "Y".
           05 CNSL-OPERATOR-ID PIC X(8).
