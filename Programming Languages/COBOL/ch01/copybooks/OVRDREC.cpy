      *Supervisor override register (OVERRIDE.DAT). One row for
      *every time a supervisor lets something through that the
      *system would otherwise refuse, whatever program it happened
      *in: who authorized it, where, the record it touched and the
      *reason they gave. Written only through the OVRDLOG service
      *and read by the weekly override review for compliance
      *sign-off.
       01 OVERRIDE-RECORD.
           05 OVRD-DATE PIC 9(8).
           05 OVRD-TIME PIC 9(6).
           05 OVRD-PROGRAM PIC X(8).
           05 OVRD-FUNCTION PIC X(8).
               88 OVRD-IS-CAL-OVERRIDE VALUE "CALOVR".
               88 OVRD-IS-FORCED-RERUN VALUE "RERUN".
               88 OVRD-IS-REBILL VALUE "REBILL".
               88 OVRD-IS-SUSP-RELEASE VALUE "SUSPREL".
               88 OVRD-IS-DAY-REOPEN VALUE "DAYOPEN".
               88 OVRD-IS-CAPACITY VALUE "CAPACITY".
               88 OVRD-IS-VOID VALUE "VOID".
      *SOD followed by the duties rule ID - a segregation-of-
      *duties refusal a supervisor let through. The record key
      *then starts with the operator who was refused.
           05 OVRD-SUPERVISOR-ID PIC X(8).
           05 OVRD-STATION-ID PIC X(8).
           05 OVRD-RECORD-KEY PIC X(30).
           05 OVRD-REASON PIC X(40).
