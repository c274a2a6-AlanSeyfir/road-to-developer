      *Master-versus-history exception row (MSTRCHK.DAT), written
      *by the nightly MSTRCHK check for every active member whose
      *master reading fields do not match the latest reading in
      *BMIHISTORY.DAT, and worked by MSTRFIX. Both sides are kept
      *as they stood on the night so the supervisor can see what
      *the check saw; MSTRFIX looks again before it changes
      *anything.
       01 MASTER-EXCEPTION-RECORD.
           05 MEXC-MEMBER-ID PIC 9(6).
           05 MEXC-CAUSE PIC X(6).
      *NOHIST - the master shows a reading, no history on file.
      *NOMAST - history on file, the master shows no reading.
      *AHEAD  - the master reading is newer than the latest row:
      *         that row was voided or its unit of work backed out.
      *BEHIND - the master reading is older than the latest row:
      *         an older reading was released or replayed over it.
      *VALUES - same date, but height, weight or BMI differ.
               88 MEXC-NO-HISTORY VALUE "NOHIST".
               88 MEXC-NO-MASTER-READING VALUE "NOMAST".
               88 MEXC-MASTER-AHEAD VALUE "AHEAD".
               88 MEXC-MASTER-BEHIND VALUE "BEHIND".
               88 MEXC-VALUES-DIFFER VALUE "VALUES".
           05 MEXC-MASTER-DATE PIC 9(8).
           05 MEXC-MASTER-HEIGHT-INCH PIC 999V99.
           05 MEXC-MASTER-WEIGHT PIC 9999V9.
           05 MEXC-MASTER-BMI PIC 999V99.
           05 MEXC-HIST-DATE PIC 9(8).
           05 MEXC-HIST-TIME PIC 9(6).
           05 MEXC-HIST-HEIGHT-INCH PIC 999V99.
           05 MEXC-HIST-WEIGHT PIC 9999V9.
           05 MEXC-HIST-BMI PIC 999V99.
           05 MEXC-RUN-DATE PIC 9(8).
