      *Preventive-care credit rule (PCRULES.DAT). Which preventive
      *services each client gives credit for, and the wellness
      *points a verified attestation earns. A rule is usable
      *between its active-from and active-to dates (active-to zero
      *= still active); a service with no rule for the member's
      *client is recorded but earns no credit.
       01 PREVCARE-RULE-RECORD.
           05 PCRL-KEY.
               10 PCRL-CLIENT-CODE PIC X(3).
               10 PCRL-SERVICE PIC X(4).
           05 PCRL-POINTS PIC 9(3).
           05 PCRL-ACTIVE-FROM PIC 9(8).
           05 PCRL-ACTIVE-TO PIC 9(8).
           05 PCRL-CHANGED-BY PIC X(8).
           05 PCRL-CHANGED-DATE PIC 9(8).
