      *Cardiometabolic risk rule row (RISKRULE.DAT). Each input
      *the nightly tiering weighs is graded into levels, and the
      *table gives the points a level is worth, so the clinical
      *team can reweight a factor without a program change:
      *  B  BMI category   1 under 2 normal 3 over 4 obese
      *  P  blood pressure 1 normal 2 elevated 3 stage 1 4 stage 2
      *  G  glucose        1 normal 2 prediabetic 3 diabetic
      *  L  lipids         1 desirable 2 borderline 3 high
      *  H  HRA band       1 low 2 moderate 3 high
      *Factor T rows hold the tier cutoffs instead: the level is
      *the tier (2, 3 or 4) and the points are the lowest total
      *that earns it. A member below every cutoff is tier 1, and
      *a factor with no data on file scores nothing.
       01 RISK-RULE-RECORD.
           05 RRUL-KEY.
               10 RRUL-FACTOR PIC X.
                   88 RRUL-FOR-BMI VALUE "B".
                   88 RRUL-FOR-BP VALUE "P".
                   88 RRUL-FOR-GLUCOSE VALUE "G".
                   88 RRUL-FOR-LIPIDS VALUE "L".
                   88 RRUL-FOR-HRA VALUE "H".
                   88 RRUL-FOR-TIER-CUTOFF VALUE "T".
                   88 RRUL-FACTOR-IS-VALID
                       VALUE "B" "P" "G" "L" "H" "T".
               10 RRUL-LEVEL PIC 9.
           05 RRUL-POINTS PIC 9(3).
           05 RRUL-NOTE PIC X(30).
           05 RRUL-SET-DATE PIC 9(8).
