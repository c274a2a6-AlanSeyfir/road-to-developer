      *Event staffing row (EVENTSTF.DAT), one per operator per shift
      *worked at an event. The operator comes from OPERATOR.DAT and
      *the role is the job done that day - screener, nurse or desk
      *- whatever the operator's sign-on role. Shift times are
      *clock times HHMM on the event date.
       01 EVENT-STAFF-RECORD.
           05 ESTF-KEY.
               10 ESTF-EVENT-CODE PIC X(6).
               10 ESTF-OPERATOR-ID PIC X(8).
               10 ESTF-SHIFT-START PIC 9(4).
           05 ESTF-SHIFT-END PIC 9(4).
           05 ESTF-ROLE PIC X.
               88 ESTF-IS-SCREENER VALUE "S".
               88 ESTF-IS-NURSE VALUE "N".
               88 ESTF-IS-DESK VALUE "D".
               88 ESTF-ROLE-IS-VALID VALUE "S" "N" "D".
           05 ESTF-ASSIGNED-BY PIC X(8).
           05 ESTF-ASSIGNED-DATE PIC 9(8).
