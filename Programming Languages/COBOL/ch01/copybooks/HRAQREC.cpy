      *HRA answer detail row (HRAQANS.DAT). One row per question
      *answered in a questionnaire session, keyed by the session's
      *member and date plus the question number, so the answers
      *sit beside the scored result in HRAANS.DAT and the
      *question-level report can count them.
       01 HRA-QUESTION-ANSWER-RECORD.
           05 HRAQ-KEY.
               10 HRAQ-MEMBER-ID PIC 9(6).
               10 HRAQ-DATE PIC 9(8).
               10 HRAQ-NUMBER PIC 9(2).
           05 HRAQ-ANSWER PIC 9.
           05 HRAQ-SCORE PIC 99.
