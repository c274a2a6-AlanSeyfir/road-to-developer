      *Preventive-care attestation row (PREVCARE.DAT). One row per
      *form a member sends in saying a preventive service was
      *done: which service, when and by whom. The desk keys it
      *unverified; a second operator verifies it against the
      *form's provider stamp or signature, and only then does it
      *count toward the sponsor's credit and earn points. The
      *points actually awarded are kept so a later attestation of
      *the same service inside its currency period earns nothing
      *more.
       01 PREVCARE-ATTEST-RECORD.
           05 PCAT-KEY.
               10 PCAT-MEMBER-ID PIC 9(6).
               10 PCAT-SERVICE PIC X(4).
               10 PCAT-SERVICE-DATE PIC 9(8).
           05 PCAT-PROVIDER PIC X(30).
           05 PCAT-RECEIVED-DATE PIC 9(8).
           05 PCAT-RECEIVED-BY PIC X(8).
           05 PCAT-VERIFIED-FLAG PIC X.
               88 PCAT-IS-VERIFIED VALUE "Y".
               88 PCAT-NOT-VERIFIED VALUE "N".
           05 PCAT-VERIFIED-BY PIC X(8).
           05 PCAT-VERIFIED-DATE PIC 9(8).
           05 PCAT-POINTS-AWARDED PIC 9(3).
