           05 VITAL-SYSTOLIC PIC 999.
           05 VITAL-DIASTOLIC PIC 999.
           05 VITAL-PULSE PIC 999.
      *Space for a station reading, P for a physician results form.
           05 VITAL-SOURCE-CODE PIC X.
               88 VITAL-FROM-PHYSICIAN VALUE "P".
