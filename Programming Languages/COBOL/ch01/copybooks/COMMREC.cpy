      *Member communication history row (COMMHIST.DAT). One row
      *for every letter, notice, label or call that goes out to a
      *member, from whichever extract sent it: when, which program,
      *what kind of communication, by mail or by phone, and the
      *address or phone number it went to as it stood that day.
      *Keyed like the notes so one member's contacts read as a
      *block in date order; the sequence separates two rows for
      *the same member in the same second. Written only through
      *the COMMLOG service.
       01 COMMUNICATION-RECORD.
           05 COMM-KEY.
               10 COMM-MEMBER-ID PIC 9(6).
               10 COMM-DATE PIC 9(8).
               10 COMM-TIME PIC 9(6).
               10 COMM-SEQ PIC 99.
           05 COMM-PROGRAM PIC X(8).
           05 COMM-TYPE PIC X(8).
               88 COMM-IS-APPT-REMINDER VALUE "REMINDER".
               88 COMM-IS-ANNUAL-SUMMARY VALUE "ANNUAL".
               88 COMM-IS-POINTS-NOTICE VALUE "PTSNOTCE".
               88 COMM-IS-MAILING-LABEL VALUE "MAILING".
               88 COMM-IS-OUTREACH-CALL VALUE "OUTCALL".
               88 COMM-IS-REFERRAL-LETTER VALUE "REFERRAL".
           05 COMM-CHANNEL PIC X.
               88 COMM-BY-MAIL VALUE "M".
               88 COMM-BY-PHONE VALUE "P".
      *Mail rows carry the address and leave the phone blank;
      *phone rows carry the number and leave the address blank.
           05 COMM-ADDR-LINE-1 PIC X(30).
           05 COMM-ADDR-LINE-2 PIC X(30).
           05 COMM-CITY PIC X(20).
           05 COMM-STATE PIC XX.
           05 COMM-ZIP PIC X(5).
           05 COMM-PHONE PIC X(12).
