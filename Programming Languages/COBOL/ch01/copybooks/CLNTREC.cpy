      *Client master row (CLIENTS.DAT). Who a 3-character client
      *code actually is - the legal name printed on invoices and
      *scorecards, where the bill goes and to whom, and the
      *account manager who owns the relationship. A code is only
      *usable between its active-from and active-to dates
      *(active-to zero = still active).
       01 CLIENT-RECORD.
           05 CLNT-CODE PIC X(3).
           05 CLNT-LEGAL-NAME PIC X(40).
           05 CLNT-BILL-ADDR1 PIC X(30).
           05 CLNT-BILL-ADDR2 PIC X(30).
           05 CLNT-BILL-CITY PIC X(20).
           05 CLNT-BILL-STATE PIC XX.
           05 CLNT-BILL-ZIP PIC X(5).
           05 CLNT-BILL-CONTACT PIC X(30).
           05 CLNT-BILL-PHONE PIC X(12).
           05 CLNT-ACCOUNT-MGR PIC X(30).
           05 CLNT-ACTIVE-FROM PIC 9(8).
           05 CLNT-ACTIVE-TO PIC 9(8).
