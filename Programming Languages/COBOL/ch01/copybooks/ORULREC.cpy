      *Outcome-based premium discount rule (OUTRULES.DAT). One row
      *per client per plan year: the plan-year dates, the targets a
      *member meets outright, and the improvements over the last
      *reading before the plan year that count instead. A zero
      *target or improvement is not offered by that client. The
      *coaching count is the completed calls in the plan year that
      *satisfy the reasonable alternative standard on appeal.
       01 OUTCOME-RULE-RECORD.
           05 ORUL-KEY.
               10 ORUL-CLIENT-CODE PIC X(3).
               10 ORUL-PLAN-YEAR PIC 9(4).
           05 ORUL-YEAR-START PIC 9(8).
           05 ORUL-YEAR-END PIC 9(8).
      *Met when the latest BMI in the plan year is at or below.
           05 ORUL-BMI-TARGET PIC 99V9.
      *Met when the latest BMI is this many points below baseline.
           05 ORUL-BMI-DROP PIC 9V9.
      *Met when the latest reading is at or below both figures.
           05 ORUL-SYSTOLIC-TARGET PIC 999.
           05 ORUL-DIASTOLIC-TARGET PIC 999.
      *Met when the latest systolic is this far below baseline.
           05 ORUL-SYSTOLIC-DROP PIC 99.
           05 ORUL-COACHING-CALLS PIC 99.
           05 ORUL-CHANGED-BY PIC X(8).
           05 ORUL-CHANGED-DATE PIC 9(8).
