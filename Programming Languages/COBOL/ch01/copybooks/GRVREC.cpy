      *Member grievance row (GRIEVANCE.DAT). One row per complaint,
      *keyed by member and the date and time it was received so a
      *member's complaints read as a block in order. The client
      *code is taken from the member at entry, so the quarterly
      *summary counts a complaint against the sponsor the member
      *belonged to when it came in. The event code and the
      *operator say what the complaint concerns; either may be
      *blank. Open and in-progress rows age; resolved and
      *withdrawn rows carry the resolution, the date and who
      *closed them.
       01 GRIEVANCE-RECORD.
           05 GRV-KEY.
               10 GRV-MEMBER-ID PIC 9(6).
               10 GRV-RECEIVED-DATE PIC 9(8).
               10 GRV-RECEIVED-TIME PIC 9(6).
           05 GRV-CLIENT-CODE PIC X(3).
           05 GRV-CATEGORY PIC X.
           05 GRV-CHANNEL PIC X.
               88 GRV-BY-DESK VALUE "D".
               88 GRV-BY-PHONE VALUE "P".
               88 GRV-BY-MAIL VALUE "M".
               88 GRV-CHANNEL-IS-VALID VALUE "D" "P" "M".
           05 GRV-EVENT-CODE PIC X(6).
           05 GRV-OPERATOR-CONCERNED PIC X(8).
           05 GRV-DESCRIPTION PIC X(60).
           05 GRV-OWNER PIC X(8).
           05 GRV-STATUS PIC X.
               88 GRV-IS-NEW VALUE "O".
               88 GRV-IS-IN-PROGRESS VALUE "I".
               88 GRV-IS-RESOLVED VALUE "R".
               88 GRV-IS-WITHDRAWN VALUE "W".
               88 GRV-IS-OPEN VALUE "O" "I".
               88 GRV-STATUS-IS-VALID VALUE "O" "I" "R" "W".
           05 GRV-RESOLUTION PIC X(60).
           05 GRV-CLOSED-DATE PIC 9(8).
           05 GRV-CLOSED-BY PIC X(8).
           05 GRV-ENTERED-BY PIC X(8).
