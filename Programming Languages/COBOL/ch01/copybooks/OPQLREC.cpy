      *Operator quality event (OPERQLTY.DAT). One row for each
      *slip charged to the operator who made it - a reading voided
      *by a supervisor, a field the verifier's second pass keyed
      *differently, a calibration override at the station, and a
      *batch row CALCBMI rejected, with its disposition code. Held
      *and rejected suspense readings are counted off SUSPENSE.DAT
      *itself. Read by the monthly operator quality scorecard.
       01 OPER-QUALITY-EVENT.
           05 OPQL-OPERATOR-ID PIC X(8).
           05 OPQL-DATE PIC 9(8).
           05 OPQL-TIME PIC 9(6).
           05 OPQL-EVENT-TYPE PIC X(6).
               88 OPQL-IS-VOID VALUE "VOID".
               88 OPQL-IS-KEY-MISMATCH VALUE "KEYMIS".
               88 OPQL-IS-CAL-OVERRIDE VALUE "CALOVR".
               88 OPQL-IS-BATCH-REJECT VALUE "BATREJ".
           05 OPQL-MEMBER-ID PIC 9(6).
           05 OPQL-READING-DATE PIC 9(8).
      *Batch disposition code on a batch reject; the field keyed
      *differently (CARD, HEIGHT, WEIGHT, DATE) on a key mismatch.
           05 OPQL-DETAIL PIC X(6).
      *Supervisor who voided or authorized the override, or the
      *verifying operator on a key mismatch.
           05 OPQL-RECORDED-BY PIC X(8).
           05 OPQL-PROGRAM PIC X(8).
