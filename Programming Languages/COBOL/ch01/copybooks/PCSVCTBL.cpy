      *Preventive services members may attest to: code, name, the
      *sex and age range the service is recommended for (sex B =
      *both), and how many months a service keeps the member
      *current - a colonoscopy counts for ten years, a mammogram
      *for two, a physical or cleaning for one.
       01 PREVCARE-TABLE-VALUES.
           05 FILLER PIC X(36) VALUE
               "PHYSANNUAL PHYSICAL         B1899012".
           05 FILLER PIC X(36) VALUE
               "DENTDENTAL CLEANING         B1899012".
           05 FILLER PIC X(36) VALUE
               "MAMMMAMMOGRAM               F4074024".
           05 FILLER PIC X(36) VALUE
               "CERVCERVICAL CANCER SCREEN  F2165036".
           05 FILLER PIC X(36) VALUE
               "COLOCOLORECTAL CANCER SCREENB4575120".
       01 PREVCARE-TABLE REDEFINES PREVCARE-TABLE-VALUES.
           05 PREVCARE-ROW OCCURS 5 TIMES.
               10 PREVCARE-TBL-CODE PIC X(4).
               10 PREVCARE-TBL-NAME PIC X(24).
               10 PREVCARE-TBL-SEX PIC X.
               10 PREVCARE-TBL-MIN-AGE PIC 99.
               10 PREVCARE-TBL-MAX-AGE PIC 99.
               10 PREVCARE-TBL-MONTHS PIC 999.
       01 PREVCARE-TABLE-SIZE PIC 9 VALUE 5.
