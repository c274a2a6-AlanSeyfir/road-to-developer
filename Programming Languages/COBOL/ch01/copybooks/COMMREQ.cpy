      *Parameter block for the COMMLOG subprogram. To record a
      *communication the caller names itself, the member, the
      *communication type (REMINDER, ANNUAL, PTSNOTCE, MAILING,
      *OUTCALL or REFERRAL), the channel, and the address or
      *phone number from the member master as it was used; the
      *service stamps the date and time and adds the row to the
      *communication history. Once its last row is recorded the
      *caller asks for the finish, which closes the history file.
       01 COMM-REQUEST.
           05 COMM-REQ-ACTION PIC X.
               88 COMM-REQ-RECORD VALUE "R".
               88 COMM-REQ-FINISH VALUE "F".
           05 COMM-REQ-PROGRAM PIC X(8).
           05 COMM-REQ-MEMBER-ID PIC 9(6).
           05 COMM-REQ-TYPE PIC X(8).
           05 COMM-REQ-CHANNEL PIC X.
               88 COMM-REQ-BY-MAIL VALUE "M".
               88 COMM-REQ-BY-PHONE VALUE "P".
           05 COMM-REQ-ADDR-LINE-1 PIC X(30).
           05 COMM-REQ-ADDR-LINE-2 PIC X(30).
           05 COMM-REQ-CITY PIC X(20).
           05 COMM-REQ-STATE PIC XX.
           05 COMM-REQ-ZIP PIC X(5).
           05 COMM-REQ-PHONE PIC X(12).
           05 COMM-REQ-RESULT PIC X.
               88 COMM-REQ-LOGGED VALUE "Y".
               88 COMM-REQ-NOT-LOGGED VALUE "N".
