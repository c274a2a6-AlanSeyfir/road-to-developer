      *ZIP reference row (ZIPREF.DAT), loaded from the postal
      *table. A ZIP may serve more than one city name; each name
      *the post office accepts is a row, and the one it prefers is
      *flagged so the desk can offer it when only the ZIP is keyed.
      *A ZIP lies in one state, so every row for it carries the
      *same state.
       01 ZIP-REFERENCE-RECORD.
           05 ZIPR-KEY.
               10 ZIPR-ZIP PIC X(5).
               10 ZIPR-CITY PIC X(20).
           05 ZIPR-STATE PIC XX.
           05 ZIPR-NAME-TYPE PIC X.
               88 ZIPR-IS-PREFERRED VALUE "P".
               88 ZIPR-IS-ACCEPTABLE VALUE "A".
           05 ZIPR-LOADED-DATE PIC 9(8).
