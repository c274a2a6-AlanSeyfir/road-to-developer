           05 LAB-CHOL-TOTAL PIC 999.
           05 LAB-CHOL-HDL PIC 999.
           05 LAB-CHOL-LDL PIC 999.
      *Space for a lab vendor result, P for values keyed from a
      *physician results form.
           05 LAB-SOURCE-CODE PIC X.
               88 LAB-FROM-PHYSICIAN VALUE "P".
