      *Sponsor data feed row (SPNSFEED.DAT), the layout published
      *to sponsor benefits platforms. 80 bytes, one header, one
      *detail row per measure, one trailer. Values are zoned with
      *two implied decimals; a suppressed detail carries zero and
      *an S, and is left out of the trailer total. Nothing on any
      *row identifies a member.
       01 SPNF-RECORD.
           05 SPNF-RECORD-TYPE PIC X.
               88 SPNF-IS-HEADER VALUE "H".
               88 SPNF-IS-DETAIL VALUE "D".
               88 SPNF-IS-TRAILER VALUE "T".
           05 SPNF-CLIENT-CODE PIC X(3).
           05 SPNF-PERIOD PIC 9(6).
           05 SPNF-BODY PIC X(70).
      *Header: the file sequence counts up per client and is
      *repeated unchanged on a resend; the transmission type says
      *whether this is the first sending of the month (O), a
      *replacement built after a correction (C) or a copy of an
      *earlier file sent again (R), and the sent date is the day
      *this copy went out.
       01 SPNF-HEADER REDEFINES SPNF-RECORD.
           05 FILLER PIC X(10).
           05 SPNF-H-FEED-ID PIC X(8).
           05 SPNF-H-LAYOUT-VERSION PIC 99.
           05 SPNF-H-FILE-SEQ PIC 9(5).
           05 SPNF-H-CREATED-DATE PIC 9(8).
           05 SPNF-H-CREATED-TIME PIC 9(6).
           05 SPNF-H-TRANSMIT-TYPE PIC X.
               88 SPNF-H-ORIGINAL VALUE "O".
               88 SPNF-H-CORRECTION VALUE "C".
               88 SPNF-H-RESEND VALUE "R".
           05 SPNF-H-SENT-DATE PIC 9(8).
           05 FILLER PIC X(32).
       01 SPNF-DETAIL REDEFINES SPNF-RECORD.
           05 FILLER PIC X(10).
           05 SPNF-D-GROUP PIC X(4).
           05 SPNF-D-ITEM PIC X(8).
           05 SPNF-D-VALUE PIC 9(9)V99.
           05 SPNF-D-SUPPRESS-FLAG PIC X.
               88 SPNF-D-SUPPRESSED VALUE "S".
           05 FILLER PIC X(46).
       01 SPNF-TRAILER REDEFINES SPNF-RECORD.
           05 FILLER PIC X(10).
           05 SPNF-T-DETAIL-COUNT PIC 9(6).
           05 SPNF-T-VALUE-TOTAL PIC 9(13)V99.
           05 FILLER PIC X(49).
