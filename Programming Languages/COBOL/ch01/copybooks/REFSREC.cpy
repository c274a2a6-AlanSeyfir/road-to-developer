      *Referral status row (REFSTAT.DAT). Created from each
      *referral trigger and carried until the nurse records what
      *actually happened; scheduled and unreachable stay open for
      *follow-up, attended and declined close the referral. The
      *provider is the in-network one the referral letter sent
      *the member to, blank until the letter run routes it.
       01 REFERRAL-STATUS-RECORD.
           05 REFS-KEY.
               10 REFS-MEMBER-ID PIC 9(6).
               88 REFS-WAS-UNREACHABLE VALUE "U".
           05 REFS-DISP-DATE PIC 9(8).
           05 REFS-DISP-BY PIC X(8).
           05 REFS-PROVIDER-ID PIC X(6).
           05 REFS-ROUTED-DATE PIC 9(8).
