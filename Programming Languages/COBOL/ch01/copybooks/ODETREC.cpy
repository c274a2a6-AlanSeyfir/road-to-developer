      *Premium discount determination (OUTCDET.DAT), one per member
      *per plan year. The determination job records pass or fail
      *with the basis and the readings it judged on; an appeal that
      *meets the reasonable alternative standard turns a fail into
      *alternative-met, and a rerun of the job never undoes it.
       01 OUTCOME-DETERMINATION-RECORD.
           05 ODET-KEY.
               10 ODET-MEMBER-ID PIC 9(6).
               10 ODET-PLAN-YEAR PIC 9(4).
           05 ODET-CLIENT-CODE PIC X(3).
           05 ODET-RESULT PIC X.
               88 ODET-PASSED VALUE "P".
               88 ODET-FAILED VALUE "F".
               88 ODET-ALTERNATIVE-MET VALUE "A".
               88 ODET-EARNED-DISCOUNT VALUE "P" "A".
      *B BMI target, I BMI improvement, P blood-pressure target,
      *S systolic improvement, N no reading in the plan year,
      *space for a fail on the readings.
           05 ODET-BASIS PIC X.
               88 ODET-BY-BMI-TARGET VALUE "B".
               88 ODET-BY-BMI-DROP VALUE "I".
               88 ODET-BY-BP-TARGET VALUE "P".
               88 ODET-BY-SYSTOLIC-DROP VALUE "S".
               88 ODET-NO-READING VALUE "N".
           05 ODET-BMI PIC 999V99.
           05 ODET-BASE-BMI PIC 999V99.
           05 ODET-SYSTOLIC PIC 999.
           05 ODET-DIASTOLIC PIC 999.
           05 ODET-BASE-SYSTOLIC PIC 999.
           05 ODET-DETERMINED-DATE PIC 9(8).
           05 ODET-ALT-TYPE PIC X.
               88 ODET-BY-PHYSICIAN-WAIVER VALUE "W".
               88 ODET-BY-COACHING VALUE "C".
           05 ODET-ALT-REF PIC X(20).
           05 ODET-ALT-DATE PIC 9(8).
           05 ODET-ALT-BY PIC X(8).
