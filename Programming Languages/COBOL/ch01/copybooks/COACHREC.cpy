      *Coaching session row (COACHING.DAT), one per telephonic
      *coaching call attempted with a member. Keyed member first so
      *one member's sessions read as a block in date order; the
      *coach is an alternate key for the caseload report. A
      *completed call bills a coaching event; a call that did not
      *reach the member bills nothing but still carries the date
      *the coach will try again.
       01 COACHING-SESSION-RECORD.
           05 CSES-KEY.
               10 CSES-MEMBER-ID PIC 9(6).
               10 CSES-SESSION-DATE PIC 9(8).
               10 CSES-SESSION-TIME PIC 9(6).
           05 CSES-COACH-ID PIC X(8).
           05 CSES-OUTCOME PIC X.
               88 CSES-IS-COMPLETED VALUE "C".
               88 CSES-NOT-REACHED VALUE "N".
           05 CSES-MINUTES PIC 9(3).
      *Up to three topics covered on the call, from the coaching
      *topic list; unused slots are spaces.
           05 CSES-TOPICS.
               10 CSES-TOPIC-CODE PIC XX OCCURS 3 TIMES.
      *Zero when the coach closes the case - the member then drops
      *off the caseload.
           05 CSES-NEXT-DATE PIC 9(8).
           05 CSES-CLIENT-CODE PIC X(3).
