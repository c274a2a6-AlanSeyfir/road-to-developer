      *Provider directory row (PROVIDERS.DAT). The doctors and
      *clinics a referred member can be sent to, and the payers
      *each one takes - payer codes are the same ones the roster
      *puts on the coverage spans, so in-network is a straight
      *comparison. A provider who stops taking referrals is made
      *inactive rather than deleted; routed referrals still name
      *them.
       01 PROVIDER-RECORD.
           05 PROV-ID PIC X(6).
           05 PROV-NAME PIC X(30).
           05 PROV-SPECIALTY PIC X(20).
           05 PROV-ADDR-LINE-1 PIC X(30).
           05 PROV-ADDR-LINE-2 PIC X(30).
           05 PROV-CITY PIC X(20).
           05 PROV-STATE PIC XX.
           05 PROV-ZIP PIC X(5).
           05 PROV-PHONE PIC X(12).
           05 PROV-PAYER PIC X(8) OCCURS 6 TIMES.
           05 PROV-STATUS PIC X.
               88 PROV-IS-ACTIVE VALUE "A".
               88 PROV-IS-INACTIVE VALUE "I".
