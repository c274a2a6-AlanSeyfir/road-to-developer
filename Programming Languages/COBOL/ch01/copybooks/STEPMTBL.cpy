      *Weekly step milestones: steps in a Monday-to-Sunday week and
      *the points the milestone earns. Rows run lowest to highest;
      *a week earns the points of the highest milestone reached,
      *not the sum of every milestone passed.
       01 STEP-MILESTONE-VALUES.
           05 FILLER PIC X(10) VALUE "0035000010".
           05 FILLER PIC X(10) VALUE "0050000020".
           05 FILLER PIC X(10) VALUE "0070000035".
           05 FILLER PIC X(10) VALUE "0100000050".
       01 STEP-MILESTONE-TABLE REDEFINES STEP-MILESTONE-VALUES.
           05 STEP-MILESTONE-ROW OCCURS 4 TIMES.
               10 STEP-MS-STEPS PIC 9(7).
               10 STEP-MS-POINTS PIC 999.
       01 STEP-MILESTONE-SIZE PIC 9 VALUE 4.
