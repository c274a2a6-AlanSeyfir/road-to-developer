      *Operator record: sign-on identity, role and enabled flag.
      *Clerks get intake and calculation; correction, voids,
      *suspense release, merges and erasure are supervisor-only.
      *Nurses work the station like clerks and are the only role
      *that may acknowledge a critical-value escalation. Health
      *coaches log telephonic coaching sessions against their own
      *caseload.
       01 OPERATOR-RECORD.
           05 OPER-ID PIC X(8).
           05 OPER-NAME PIC X(20).
           05 OPER-ROLE PIC X.
               88 OPER-IS-CLERK VALUE "C".
               88 OPER-IS-SUPERVISOR VALUE "S".
               88 OPER-IS-NURSE VALUE "N".
               88 OPER-IS-COACH VALUE "H".
           05 OPER-ENABLED PIC X.
               88 OPER-IS-ENABLED VALUE "Y".
