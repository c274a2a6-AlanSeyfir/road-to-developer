      *Segregation-of-duties conflict rules. Each row is a pair of
      *functions one operator may not both perform on the same
      *item, in either order: rule ID, the two functions, and the
      *wording shown when an action is refused. OPERAUTH applies
      *the table for every maker/checker program.
       01 SOD-RULE-VALUES.
           05 FILLER PIC X(20) VALUE "KYVFKEYIN   KEYVERIF".
           05 FILLER PIC X(30) VALUE "KEY AND VERIFY THE SAME BATCH".
           05 FILLER PIC X(20) VALUE "RDRLREADING SUSPREL ".
           05 FILLER PIC X(30) VALUE "TAKE AND RELEASE A READING".
           05 FILLER PIC X(20) VALUE "PYADPAYPOST ADJAPPR ".
           05 FILLER PIC X(30) VALUE "POST PAYMENT AND APPROVE ADJ".
       01 SOD-RULE-TABLE REDEFINES SOD-RULE-VALUES.
           05 SOD-RULE-ROW OCCURS 3 TIMES.
               10 SODR-RULE-ID PIC X(4).
               10 SODR-FUNCTION-A PIC X(8).
               10 SODR-FUNCTION-B PIC X(8).
               10 SODR-RULE-TEXT PIC X(30).
       01 SOD-RULE-TABLE-SIZE PIC 9 VALUE 3.
