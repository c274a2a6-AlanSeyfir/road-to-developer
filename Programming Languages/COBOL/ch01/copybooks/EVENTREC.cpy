      *Screening event definition. Sessions select an event at
      *start-up so registrations and readings carry the event code;
      *EVENTRPT settles attendance against the sponsor commitment.
      *Shots given at an immunization clinic held with the event
      *carry the same code onto the roster and the registry file.
       01 EVENT-RECORD.
           05 EVENT-CODE PIC X(6).
           05 EVENT-DATE PIC 9(8).
