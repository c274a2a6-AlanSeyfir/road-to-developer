      *Screening supplies tracked in SUPPLY.DAT: item code, name,
      *the capture that uses it (P finger-stick, V blood pressure),
      *how many one capture uses, and the reorder minimum for the
      *usable stock across all storage locations.
       01 SUPPLY-ITEM-VALUES.
           05 FILLER PIC X(31) VALUE "LNCTLANCET              P100500".
           05 FILLER PIC X(31) VALUE "GSTRGLUCOSE TEST STRIP  P100500".
           05 FILLER PIC X(31) VALUE "CCASCHOLESTEROL CASSETTEP100300".
           05 FILLER PIC X(31) VALUE "CUFFBP CUFF SLEEVE      V100300".
       01 SUPPLY-ITEM-TABLE REDEFINES SUPPLY-ITEM-VALUES.
           05 SUPPLY-ITEM-ROW OCCURS 4 TIMES.
               10 SUPI-ITEM-CODE PIC X(4).
               10 SUPI-ITEM-NAME PIC X(20).
               10 SUPI-USED-BY PIC X.
                   88 SUPI-USED-BY-POCT VALUE "P".
                   88 SUPI-USED-BY-VITALS VALUE "V".
               10 SUPI-PER-CAPTURE PIC 9.
               10 SUPI-REORDER-MIN PIC 9(5).
       01 SUPPLY-ITEM-TABLE-SIZE PIC 9 VALUE 4.
