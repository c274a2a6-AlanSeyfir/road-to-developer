      *Stored cardiometabolic risk tier (RISKTIER.DAT), one row per
      *active member, replaced by the nightly tiering run. Tier 4
      *is the highest risk. Each contributing factor keeps the
      *level it was graded at and the points it scored under the
      *rules in force that night, so the tier can be explained;
      *a level of zero means no data was on file for the factor.
       01 RISK-TIER-RECORD.
           05 RTIER-MEMBER-ID PIC 9(6).
           05 RTIER-TIER PIC 9.
               88 RTIER-IS-HIGHEST VALUE 4.
           05 RTIER-TOTAL-POINTS PIC 9(4).
           05 RTIER-BMI-LEVEL PIC 9.
           05 RTIER-BMI-POINTS PIC 9(3).
           05 RTIER-BP-LEVEL PIC 9.
           05 RTIER-BP-POINTS PIC 9(3).
           05 RTIER-GLUCOSE-LEVEL PIC 9.
           05 RTIER-GLUCOSE-POINTS PIC 9(3).
           05 RTIER-LIPID-LEVEL PIC 9.
           05 RTIER-LIPID-POINTS PIC 9(3).
           05 RTIER-HRA-LEVEL PIC 9.
           05 RTIER-HRA-POINTS PIC 9(3).
           05 RTIER-ASSIGNED-DATE PIC 9(8).
