           05 PTS-MEMBER-ID PIC 9(6).
           05 PTS-BALANCE PIC S9(7).
           05 PTS-LAST-ACCRUAL-DATE PIC 9(8).
      *A member set inactive or deceased has the balance frozen:
      *no accrual, award, redemption or payroll export moves it
      *until the member is set active again.
           05 PTS-FROZEN-FLAG PIC X.
               88 PTS-IS-FROZEN VALUE "F".
           05 PTS-FROZEN-DATE PIC 9(8).
