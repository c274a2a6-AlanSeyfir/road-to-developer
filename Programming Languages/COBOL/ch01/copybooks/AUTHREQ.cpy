      *Parameter block for the OPERAUTH subprogram. Function N is a
      *sign-on (verified and logged), F is a sign-off (logged), and
      *V is a silent verification used for second sign-offs inside
      *supervised functions. D is a segregation-of-duties check:
      *given the function the operator is about to perform and who
      *performed the other step on the same item, it says whether
      *the pair is one operator may not do both of. A sign-on
      *also checks the station
      *against STATION.DAT and hands back what the station is set
      *up for; the station ID comes back in upper case.
       01 AUTH-REQUEST.
           05 AUTH-FUNCTION PIC X.
               88 AUTH-SIGN-ON VALUE "N".
               88 AUTH-SIGN-OFF VALUE "F".
               88 AUTH-VERIFY-ONLY VALUE "V".
               88 AUTH-DUTIES-CHECK VALUE "D".
           05 AUTH-OPERATOR-ID PIC X(8).
           05 AUTH-STATION-ID PIC X(8).
           05 AUTH-ROLE PIC X.
               88 AUTH-ROLE-CLERK VALUE "C".
               88 AUTH-ROLE-SUPERVISOR VALUE "S".
               88 AUTH-ROLE-NURSE VALUE "N".
               88 AUTH-ROLE-COACH VALUE "H".
           05 AUTH-RESULT PIC X.
               88 AUTH-ACCEPTED VALUE "Y".
               88 AUTH-REFUSED VALUE "N".
           05 AUTH-STATION-RESULT PIC X.
               88 AUTH-STATION-REGISTERED VALUE "R".
               88 AUTH-STATION-UNKNOWN VALUE "U".
               88 AUTH-STATION-NO-REGISTRY VALUE " ".
           05 AUTH-STATION-SITE PIC X(20).
           05 AUTH-STATION-TYPE PIC X.
           05 AUTH-STATION-MODES.
               10 AUTH-ALLOW-INTERACTIVE PIC X.
                   88 AUTH-INTERACTIVE-ALLOWED VALUE "Y".
               10 AUTH-ALLOW-BATCH PIC X.
                   88 AUTH-BATCH-ALLOWED VALUE "Y".
               10 AUTH-ALLOW-KIOSK PIC X.
                   88 AUTH-KIOSK-ALLOWED VALUE "Y".
           05 AUTH-RESULT-PRINT-FILE PIC X(16).
           05 AUTH-CARD-PRINT-FILE PIC X(16).
           05 AUTH-STATION-SCALE-ID PIC X(8).
           05 AUTH-DUTY-FUNCTION PIC X(8).
           05 AUTH-PRIOR-FUNCTION PIC X(8).
           05 AUTH-PRIOR-OPERATOR-ID PIC X(8).
           05 AUTH-DUTY-RESULT PIC X.
               88 AUTH-DUTY-CONFLICT VALUE "C".
               88 AUTH-DUTY-CLEAR VALUE "K".
           05 AUTH-DUTY-RULE-ID PIC X(4).
           05 AUTH-DUTY-RULE-TEXT PIC X(30).
