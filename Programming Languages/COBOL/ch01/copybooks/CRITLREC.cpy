      *Critical-value log row (CRITLOG.DAT), one per escalation at
      *the station: the reading that tripped the limit, the
      *station operator, the nurse who acknowledged it and the
      *action taken. Read by the medical director's daily report;
      *this log replaces the paper escalation form.
       01 CRITICAL-LOG-RECORD.
           05 CLOG-DATE PIC 9(8).
           05 CLOG-TIME PIC 9(6).
           05 CLOG-MEMBER-ID PIC 9(6).
           05 CLOG-STATION-ID PIC X(8).
           05 CLOG-OPERATOR-ID PIC X(8).
           05 CLOG-READING PIC X(3).
               88 CLOG-IS-BLOOD-PRESSURE VALUE "BP".
               88 CLOG-IS-GLUCOSE VALUE "GLU".
      *Systolic and diastolic for blood pressure; the glucose
      *value and zero for glucose.
           05 CLOG-VALUE-1 PIC 999.
           05 CLOG-VALUE-2 PIC 999.
           05 CLOG-NURSE-ID PIC X(8).
           05 CLOG-ACTION PIC X.
               88 CLOG-SENT-TO-ER VALUE "E".
               88 CLOG-CALLED-PCP VALUE "P".
               88 CLOG-MEMBER-REFUSED VALUE "R".
           05 CLOG-ACK-TIME PIC 9(6).
           05 CLOG-EVENT-CODE PIC X(6).
