      *Re-screen non-returner row (RESCREEN.DAT), written by the
      *RESCRPT cohort report for every member screened in the plan
      *year reported who has not been screened again since, and
      *folded into the outreach worklist by OUTREACH build mode.
      *Replaced whole on every run of the report.
       01 RESCREEN-RECORD.
           05 RSCN-MEMBER-ID PIC 9(6).
           05 RSCN-PLAN-YEAR PIC 9(4).
      *The member's last screening in the plan year - the date the
      *worklist item counts from.
           05 RSCN-LAST-SCREEN-DATE PIC 9(8).
           05 RSCN-CLIENT-CODE PIC X(3).
           05 RSCN-EVENT-CODE PIC X(6).
           05 RSCN-BOOKED-FLAG PIC X.
               88 RSCN-WAS-AUTO-BOOKED VALUE "Y".
