      *Critical-value limit row (CRITVAL.DAT). The clinical
      *protocol's critical limits for the station readings: a
      *reading at or above the high limit, or at or below a non-
      *zero low limit, stops the station for a nurse escalation.
      *SBP systolic, DBP diastolic, GLU finger-stick glucose.
       01 CRITICAL-VALUE-RECORD.
           05 CRIT-ANALYTE PIC X(3).
               88 CRIT-IS-SYSTOLIC VALUE "SBP".
               88 CRIT-IS-DIASTOLIC VALUE "DBP".
               88 CRIT-IS-GLUCOSE VALUE "GLU".
               88 CRIT-ANALYTE-IS-VALID VALUE "SBP" "DBP" "GLU".
           05 CRIT-HIGH-LIMIT PIC 999.
           05 CRIT-LOW-LIMIT PIC 999.
           05 CRIT-NOTE PIC X(30).
           05 CRIT-SET-DATE PIC 9(8).
