               88 APPT-IS-REJECTED VALUE "X".
               88 APPT-IS-ARRIVED VALUE "A".
           05 APPT-BOOKED-DATE PIC 9(8).
      *Where the booking was made: the desk and the waitlist leave
      *it blank; the station marks the next year's screening it
      *books for a member at the end of a reading, so the return
      *rates of auto-booked members can be told apart.
           05 APPT-ORIGIN PIC X.
               88 APPT-BOOKED-AT-DESK VALUE SPACE.
               88 APPT-BOOKED-AT-SCREENING VALUE "A".
