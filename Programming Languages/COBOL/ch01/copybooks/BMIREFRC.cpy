      *BMI-for-age reference row (BMIREF.DAT), loaded from the CDC
      *growth chart LMS parameters: sex (M or F), age in months at
      *the half month the row stands for, and the L, M and S
      *values. A child's BMI becomes a z-score against the row for
      *their sex and age, and the z-score a percentile.
       01 BMI-REFERENCE-RECORD.
           05 BREF-SEX PIC X.
           05 BREF-AGE-MONTHS PIC 999V9.
           05 BREF-L PIC S9V9(7) SIGN LEADING SEPARATE.
           05 BREF-M PIC 99V9(7).
           05 BREF-S PIC 9V9(7).
