      *Screening volume forecast row (FCSTHIST.DAT). One row per
      *forecast month, run date, client and site, holding what
      *that run projected and what the projection was built from.
      *Keyed month-first so the month just closed positions
      *straight to every forecast made for it, oldest run first,
      *for the check against actual volume. A rerun on the same
      *day replaces that day's rows.
       01 FORECAST-HISTORY-RECORD.
           05 FCH-KEY.
               10 FCH-MONTH PIC 9(6).
               10 FCH-RUN-DATE PIC 9(8).
               10 FCH-CLIENT-CODE PIC X(3).
               10 FCH-SITE PIC X(20).
           05 FCH-BOOKED PIC 9(6).
           05 FCH-ANNIV-DUE PIC 9(6).
           05 FCH-ANNIV-EXPECTED PIC 9(6).
           05 FCH-EVENT-COMMIT PIC 9(6).
           05 FCH-NEW-MEMBERS PIC 9(6).
           05 FCH-NEW-EXPECTED PIC 9(6).
           05 FCH-FORECAST PIC 9(6).
           05 FCH-RESCREEN-PCT PIC 999V9.
