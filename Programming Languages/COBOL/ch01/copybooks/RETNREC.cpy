      *Retention schedule row (RETNSCHD.DAT). One row per
      *operational side file: how many days a row is kept from its
      *own date, and whether a row past that is archived to a dated
      *archive file or deleted outright. Maintained by RETNMNT and
      *applied by RETNPURG; a file with no row here is never
      *purged.
       01 RETENTION-RECORD.
           05 RETN-FILE-NAME PIC X(12).
           05 RETN-DAYS PIC 9(5).
           05 RETN-ACTION PIC X.
               88 RETN-ARCHIVE VALUE "A".
               88 RETN-DELETE VALUE "D".
               88 RETN-ACTION-IS-VALID VALUE "A" "D".
           05 RETN-CHANGED-BY PIC X(8).
           05 RETN-APPROVED-BY PIC X(8).
           05 RETN-CHANGED-DATE PIC 9(8).
