      *Personal representative row (PROXY.DAT). One row per person
      *the member - or a court - has authorized to receive the
      *member's information: spouse, adult child, parent or legal
      *guardian. Keyed by member and a sequence so one member's
      *representatives read as a block. The scope says which kind
      *of data the authority covers, and the document type and
      *reference name the paper on file that grants it. A zero
      *expiry date means the authority runs until it is ended.
       01 PROXY-RECORD.
           05 PROX-KEY.
               10 PROX-MEMBER-ID PIC 9(6).
               10 PROX-SEQ PIC 99.
           05 PROX-NAME PIC X(30).
           05 PROX-RELATIONSHIP PIC X.
               88 PROX-IS-SPOUSE VALUE "S".
               88 PROX-IS-ADULT-CHILD VALUE "C".
               88 PROX-IS-PARENT VALUE "P".
               88 PROX-IS-GUARDIAN VALUE "G".
               88 PROX-IS-OTHER VALUE "O".
               88 PROX-RELATIONSHIP-IS-VALID
                   VALUE "S" "C" "P" "G" "O".
           05 PROX-SCOPE PIC X.
               88 PROX-SCOPE-ADMIN-ONLY VALUE "A".
               88 PROX-SCOPE-RESULTS VALUE "R".
               88 PROX-SCOPE-FULL-RECORD VALUE "F".
               88 PROX-SCOPE-IS-VALID VALUE "A" "R" "F".
           05 PROX-DOC-TYPE PIC X.
               88 PROX-DOC-POWER-OF-ATTORNEY VALUE "P".
               88 PROX-DOC-GUARDIANSHIP VALUE "G".
               88 PROX-DOC-MEMBER-AUTH VALUE "A".
               88 PROX-DOC-IS-VALID VALUE "P" "G" "A".
           05 PROX-DOC-REF PIC X(12).
           05 PROX-EFFECTIVE-DATE PIC 9(8).
           05 PROX-EXPIRY-DATE PIC 9(8).
               88 PROX-HAS-NO-EXPIRY VALUE ZERO.
           05 PROX-RECORDED-BY PIC X(8).
           05 PROX-RECORDED-DATE PIC 9(8).
