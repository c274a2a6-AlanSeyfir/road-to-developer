      *Files the retention schedule may cover: name, the fewest
      *days the schedule may set (legal or business floor), the
      *period and disposition suggested when a file is first
      *scheduled, what the file holds, and why it is kept as long
      *as it is. The retention policy prints from this table and
      *the schedule together.
       01 RETN-TABLE-VALUES.
           05 FILLER PIC X(53) VALUE
               "NOTES.DAT   0219002555ACLINICAL NOTES ON MEMBERS     ".
           05 FILLER PIC X(30) VALUE
               "MEDICAL RECORD RULES".
           05 FILLER PIC X(53) VALUE
               "DISCLOG.DAT 0219002190AHEALTH DATA DISCLOSURE LOG    ".
           05 FILLER PIC X(30) VALUE
               "ACCOUNTING OF DISCLOSURES".
           05 FILLER PIC X(53) VALUE
               "SIGNLOG.DAT 0036500730AOPERATOR SIGN-ON LOG          ".
           05 FILLER PIC X(30) VALUE
               "SECURITY AUDIT TRAIL".
           05 FILLER PIC X(53) VALUE
               "PAYMENTS.LOG0255502555ACLIENT PAYMENT POSTINGS       ".
           05 FILLER PIC X(30) VALUE
               "FINANCIAL RECORDS".
           05 FILLER PIC X(53) VALUE
               "CARDRPRT.LOG0036500730DMEMBER CARD REPRINT LOG       ".
           05 FILLER PIC X(30) VALUE
               "OPERATIONAL AUDIT".
           05 FILLER PIC X(53) VALUE
               "PTSADJ.LOG  0255502555APOINTS ADJUSTMENTS            ".
           05 FILLER PIC X(30) VALUE
               "REWARD INCOME RECORDS".
           05 FILLER PIC X(53) VALUE
               "WORKQ.DAT   0003000090DCOMPLETED MEASUREMENT QUEUE   ".
           05 FILLER PIC X(30) VALUE
               "OPERATIONAL ONLY".
           05 FILLER PIC X(53) VALUE
               "OUTREACH.DAT0018000365AWORKED OUTREACH ITEMS         ".
           05 FILLER PIC X(30) VALUE
               "MEMBER CONTACT HISTORY".
           05 FILLER PIC X(53) VALUE
               "SUSPENSE.DAT0036500730ADECIDED SUSPENSE READINGS     ".
           05 FILLER PIC X(30) VALUE
               "READING AUDIT TRAIL".
       01 RETN-TABLE REDEFINES RETN-TABLE-VALUES.
           05 RETN-TBL-ROW OCCURS 9 TIMES.
               10 RETN-TBL-FILE PIC X(12).
               10 RETN-TBL-MIN-DAYS PIC 9(5).
               10 RETN-TBL-DEFAULT-DAYS PIC 9(5).
               10 RETN-TBL-DEFAULT-ACTION PIC X.
               10 RETN-TBL-DESCRIPTION PIC X(30).
               10 RETN-TBL-BASIS PIC X(30).
       01 RETN-TABLE-SIZE PIC 9 VALUE 9.
