      *Lockbox item already imported (LBOXDONE.DAT). One row per
      *deposit date, payer and check number, so a lockbox file
      *that is fed twice never posts the same check twice.
       01 LOCKBOX-DONE-RECORD.
           05 LBXD-KEY.
               10 LBXD-DEPOSIT-DATE PIC 9(8).
               10 LBXD-PAYER-CODE PIC X(3).
               10 LBXD-CHECK-NO PIC X(10).
           05 LBXD-AMOUNT PIC 9(7)V99.
           05 LBXD-OUTCOME PIC X.
               88 LBXD-WAS-POSTED VALUE "P".
               88 LBXD-WAS-UNAPPLIED VALUE "U".
           05 LBXD-IMPORT-DATE PIC 9(8).
