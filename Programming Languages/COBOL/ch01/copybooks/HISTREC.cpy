           05 HIST-ADJ-FLAG PIC X.
               88 HIST-IS-ADJUSTED VALUE "A".
           05 HIST-CLIENT-CODE PIC X(3).
      *Set when the reading falls inside a BMI exclusion window
      *(EXCLWIN.DAT); the reading is kept but skipped by the
      *BMI-driven processes.
           05 HIST-EXCL-FLAG PIC X.
               88 HIST-IS-EXCLUDED VALUE "P".
      *Where the reading came from: space for one taken at our own
      *stations or keyed from our own batches, P for a physician
      *results form. Physician readings count for participation
      *but are never billed.
           05 HIST-SOURCE-CODE PIC X.
               88 HIST-FROM-PHYSICIAN VALUE "P".
      *The operator signed on when the reading was taken, so
      *survey scores can be credited to the staff who screened.
      *Spaces on physician forms and on rows older than the field.
           05 HIST-OPERATOR-ID PIC X(8).
