      *Business calendar row (BIZCAL.DAT), one per holiday or
      *closed day at a site. A row for site ALL closes every site
      *that day. Weekends are not rowed - business-day counts
      *leave Saturday and Sunday out on their own.
       01 CALENDAR-RECORD.
           05 CALN-KEY.
               10 CALN-SITE PIC X(20).
               10 CALN-DATE PIC 9(8).
           05 CALN-REASON PIC X(30).
           05 CALN-ADDED-BY PIC X(8).
           05 CALN-ADDED-DATE PIC 9(8).
