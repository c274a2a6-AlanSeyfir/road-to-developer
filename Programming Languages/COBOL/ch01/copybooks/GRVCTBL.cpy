      *Grievance categories: the one-letter code kept on the row
      *and the name printed on screens and reports. The quarterly
      *summary counts in this order.
       01 GRV-CATEGORY-VALUES.
           05 FILLER PIC X(21) VALUE "SSTAFF CONDUCT".
           05 FILLER PIC X(21) VALUE "RREADING OR RESULT".
           05 FILLER PIC X(21) VALUE "CUNWANTED CONTACT".
           05 FILLER PIC X(21) VALUE "WWAIT OR SCHEDULING".
           05 FILLER PIC X(21) VALUE "BBILLING OR POINTS".
           05 FILLER PIC X(21) VALUE "VPRIVACY".
           05 FILLER PIC X(21) VALUE "OOTHER".
       01 GRV-CATEGORY-TABLE REDEFINES GRV-CATEGORY-VALUES.
           05 GRV-CATEGORY-ROW OCCURS 7 TIMES.
               10 GRV-CAT-CODE PIC X.
               10 GRV-CAT-NAME PIC X(20).
       01 GRV-CATEGORY-SIZE PIC 9 VALUE 7.
