      *Open-invoice row (OPENINV.DAT). One row per client per
      *invoiced month, written by BILLINV and carried at its open
      *balance until payment posting clears it; the AR aging
      *report reads the balances by age. Credit memos and
      *write-offs accumulate in INV-ADJUSTED, kept apart from
      *cash, and the balance is amount less paid less adjusted.
       01 OPEN-INVOICE-RECORD.
           05 INV-KEY.
               10 INV-CLIENT-CODE PIC X(3).
           05 INV-AMOUNT PIC S9(9)V99.
           05 INV-PAID PIC S9(9)V99.
           05 INV-BALANCE PIC S9(9)V99.
           05 INV-ADJUSTED PIC S9(9)V99.
