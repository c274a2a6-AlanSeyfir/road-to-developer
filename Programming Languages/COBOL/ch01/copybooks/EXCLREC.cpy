      *BMI exclusion window row (EXCLWIN.DAT). While a member is
      *pregnant the weight says nothing about BMI risk, so readings
      *dated inside a recorded window stay in history but are
      *marked and skipped by the referral trigger, the trajectory
      *report, the challenge leaderboard and goal progress, and
      *the result card prints a note instead of a category. Keyed
      *member then start date so one member's windows read as a
      *block; the expected end date is changed when the window
      *actually closes.
       01 EXCLUSION-WINDOW-RECORD.
           05 EXCL-KEY.
               10 EXCL-MEMBER-ID PIC 9(6).
               10 EXCL-START-DATE PIC 9(8).
           05 EXCL-END-DATE PIC 9(8).
           05 EXCL-REASON PIC X.
               88 EXCL-FOR-PREGNANCY VALUE "P".
           05 EXCL-RECORDED-BY PIC X(8).
           05 EXCL-RECORDED-DATE PIC 9(8).
