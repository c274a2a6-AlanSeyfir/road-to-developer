      *Points liability row (PTSLIAB.DAT). One row per month-end
      *per client from PTSLIAB: the month's points movement from
      *opening to closing balance, the redemption-rate factor and
      *cost per point applied, and the resulting liability. The
      *closing points become the next month's opening.
       01 POINTS-LIABILITY-RECORD.
           05 PLIA-KEY.
               10 PLIA-MONTH PIC 9(6).
               10 PLIA-CLIENT-CODE PIC X(3).
           05 PLIA-OPENING PIC S9(9).
           05 PLIA-ACCRUED PIC S9(9).
           05 PLIA-REDEEMED PIC S9(9).
           05 PLIA-EXPIRED PIC S9(9).
           05 PLIA-OTHER-ADJ PIC S9(9).
           05 PLIA-EXPORTED PIC S9(9).
           05 PLIA-CLOSING PIC S9(9).
           05 PLIA-REDEEM-FACTOR PIC 9V9(4).
           05 PLIA-COST-PER-POINT PIC 9V9(4).
           05 PLIA-LIABILITY PIC S9(9)V99.
           05 PLIA-RUN-DATE PIC 9(8).
