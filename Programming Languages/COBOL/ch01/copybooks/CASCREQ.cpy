      *Parameter block for the MBRCASC subprogram. The caller
      *passes the member whose status just changed, the new status
      *and the operator; the service closes or freezes what the
      *member still has open in the member-owned files and returns
      *the number of rows it touched.
       01 CASC-REQUEST.
           05 CASC-MEMBER-ID PIC 9(6).
           05 CASC-NEW-STATUS PIC X.
               88 CASC-TO-ACTIVE VALUE "A".
               88 CASC-TO-INACTIVE VALUE "I".
               88 CASC-TO-DECEASED VALUE "D".
           05 CASC-OPERATOR-ID PIC X(8).
           05 CASC-ROWS-TOUCHED PIC 9(5).
