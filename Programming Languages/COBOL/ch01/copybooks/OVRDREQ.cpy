      *Parameter block for the OVRDLOG subprogram. The caller fills
      *in the program, the override function (CALOVR, RERUN,
      *REBILL, SUSPREL, DAYOPEN, CAPACITY, VOID, or SOD and the
      *duties rule ID), the supervisor who authorized it, the
      *station, the record it touched and the reason given; the
      *service stamps the date and time and appends the row to the
      *override register.
       01 OVRD-REQUEST.
           05 OVRD-REQ-PROGRAM PIC X(8).
           05 OVRD-REQ-FUNCTION PIC X(8).
           05 OVRD-REQ-SUPERVISOR-ID PIC X(8).
           05 OVRD-REQ-STATION-ID PIC X(8).
           05 OVRD-REQ-RECORD-KEY PIC X(30).
           05 OVRD-REQ-REASON PIC X(40).
           05 OVRD-REQ-RESULT PIC X.
               88 OVRD-REQ-LOGGED VALUE "Y".
               88 OVRD-REQ-NOT-LOGGED VALUE "N".
