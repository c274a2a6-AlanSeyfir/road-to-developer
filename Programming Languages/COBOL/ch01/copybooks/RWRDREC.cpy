           05 ITEM-DESC PIC X(20).
           05 ITEM-POINT-PRICE PIC 9(5).
           05 ITEM-STOCK PIC 9(4).
      *Gift cards and other cash equivalents are taxable income to
      *the employee at their face value; merchandise under the de
      *minimis limit is not. The year-end payroll file totals the
      *cash value of every taxable item a member redeemed.
           05 ITEM-TAXABLE-FLAG PIC X.
               88 ITEM-IS-TAXABLE VALUE "Y".
           05 ITEM-CASH-VALUE PIC 9(5)V99.
