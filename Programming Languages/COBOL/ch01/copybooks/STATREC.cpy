      *Station registry row (STATION.DAT), one per workstation,
      *kiosk or back-office program that signs on. The station ID
      *is the one spelling OPERAUTH accepts. The run modes are the
      *CALCBMI modes the station may start; the print files are
      *where its result cards and member cards go (blank for the
      *standard files); the scale is its DEVICES.DAT scale, if any.
       01 STATION-RECORD.
           05 STAT-ID PIC X(8).
           05 STAT-SITE PIC X(20).
           05 STAT-TYPE PIC X.
               88 STAT-IS-DESK VALUE "D".
               88 STAT-IS-SCREENING VALUE "S".
               88 STAT-IS-KIOSK VALUE "K".
               88 STAT-IS-BACK-OFFICE VALUE "B".
               88 STAT-TYPE-IS-VALID VALUE "D" "S" "K" "B".
           05 STAT-RUN-MODES.
               10 STAT-ALLOW-INTERACTIVE PIC X.
                   88 STAT-INTERACTIVE-ALLOWED VALUE "Y".
               10 STAT-ALLOW-BATCH PIC X.
                   88 STAT-BATCH-ALLOWED VALUE "Y".
               10 STAT-ALLOW-KIOSK PIC X.
                   88 STAT-KIOSK-ALLOWED VALUE "Y".
           05 STAT-RESULT-PRINT-FILE PIC X(16).
           05 STAT-CARD-PRINT-FILE PIC X(16).
           05 STAT-SCALE-ID PIC X(8).
           05 STAT-STATUS PIC X.
               88 STAT-IS-ACTIVE VALUE "A".
               88 STAT-IS-RETIRED VALUE "R".
           05 STAT-CHANGED-BY PIC X(8).
           05 STAT-CHANGED-DATE PIC 9(8).
