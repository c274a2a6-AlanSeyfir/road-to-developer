      *BMI category cost row (CATCOST.DAT). The annual health-care
      *cost the house assumes for a member in each BMI category,
      *1 underweight, 2 normal, 3 overweight, 4 obese - one shared
      *table so every sponsor's cost-avoidance estimate is priced
      *on the same numbers.
       01 CATEGORY-COST-RECORD.
           05 CCST-CATEGORY PIC 9.
               88 CCST-CATEGORY-IS-VALID VALUE 1 THRU 4.
           05 CCST-ANNUAL-COST PIC 9(7)V99.
           05 CCST-SOURCE-NOTE PIC X(30).
           05 CCST-SET-DATE PIC 9(8).
