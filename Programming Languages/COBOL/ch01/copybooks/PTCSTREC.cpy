      *Points cost row (PTCOST.DAT). What one wellness point costs
      *to honour for a client, used to value the outstanding points
      *as a liability. Client code *** is the house default for a
      *client with no cost of its own.
       01 POINT-COST-RECORD.
           05 PTC-CLIENT-CODE PIC X(3).
           05 PTC-COST-PER-POINT PIC 9V9(4).
           05 PTC-SET-DATE PIC 9(8).
