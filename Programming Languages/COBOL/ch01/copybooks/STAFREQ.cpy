      *Parameter block for the STAFCHK subprogram. The caller
      *passes the event the session is tagged to, the operator
      *signed on, the station and the calling program; the service
      *says whether the operator is on that event's staffing
      *roster, logging the sign-on when they are not.
       01 STAF-REQUEST.
           05 STAF-REQ-EVENT-CODE PIC X(6).
           05 STAF-REQ-OPERATOR-ID PIC X(8).
           05 STAF-REQ-STATION-ID PIC X(8).
           05 STAF-REQ-PROGRAM PIC X(8).
           05 STAF-REQ-RESULT PIC X.
               88 STAF-REQ-ROSTERED VALUE "Y".
               88 STAF-REQ-NOT-ROSTERED VALUE "N".
