      *Weekly step award (STEPAWD.DAT). One row per member per week
      *paid, keyed on the Monday the week starts, so a rerun of the
      *milestone job never pays the same week twice.
       01 STEP-AWARD-RECORD.
           05 STPA-KEY.
               10 STPA-MEMBER-ID PIC 9(6).
               10 STPA-WEEK-START PIC 9(8).
           05 STPA-WEEK-STEPS PIC 9(7).
           05 STPA-MILESTONE-STEPS PIC 9(7).
           05 STPA-POINTS-AWARDED PIC 999.
           05 STPA-AWARD-DATE PIC 9(8).
