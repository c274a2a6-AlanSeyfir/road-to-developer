      *Post-screening satisfaction survey row (SURVEY.DAT). One
      *per member per event, written by the survey extract when the
      *form is mailed and completed by the response import when it
      *comes back. The site and screening operator are taken from
      *the reading at extract time so the scores stay with the
      *people and place that earned them. Scores run 1 to 5 (zero
      *= question left blank); the recommend score runs 0 to 10.
       01 SURVEY-RECORD.
           05 SURV-KEY.
               10 SURV-MEMBER-ID PIC 9(6).
               10 SURV-EVENT-CODE PIC X(6).
           05 SURV-READING-DATE PIC 9(8).
           05 SURV-CLIENT-CODE PIC X(3).
           05 SURV-SITE PIC X(20).
           05 SURV-OPERATOR-ID PIC X(8).
           05 SURV-SENT-DATE PIC 9(8).
           05 SURV-STATUS PIC X.
               88 SURV-IS-SENT VALUE "S".
               88 SURV-IS-RETURNED VALUE "R".
           05 SURV-RETURNED-DATE PIC 9(8).
           05 SURV-WAIT-SCORE PIC 9.
           05 SURV-COURTESY-SCORE PIC 9.
           05 SURV-CLARITY-SCORE PIC 9.
           05 SURV-RECOMMEND-SCORE PIC 99.
               88 SURV-IS-PROMOTER VALUE 9 THRU 10.
               88 SURV-IS-DETRACTOR VALUE 0 THRU 6.
