      *Vaccines offered at the clinics: station code, the CVX code
      *the state registry expects, and the name for the roster.
       01 VACCINE-TABLE-VALUES.
           05 FILLER PIC X(27) VALUE "FLU 141INFLUENZA SEASONAL".
           05 FILLER PIC X(27) VALUE "TDAP115TDAP".
           05 FILLER PIC X(27) VALUE "PNEU033PNEUMOCOCCAL PPSV23".
           05 FILLER PIC X(27) VALUE "HEPB043HEPATITIS B ADULT".
           05 FILLER PIC X(27) VALUE "ZOST187ZOSTER RECOMBINANT".
       01 VACCINE-TABLE REDEFINES VACCINE-TABLE-VALUES.
           05 VACCINE-ROW OCCURS 5 TIMES.
               10 VACCINE-TBL-CODE PIC X(4).
               10 VACCINE-TBL-CVX PIC X(3).
               10 VACCINE-TBL-NAME PIC X(20).
       01 VACCINE-TABLE-SIZE PIC 9 VALUE 5.
