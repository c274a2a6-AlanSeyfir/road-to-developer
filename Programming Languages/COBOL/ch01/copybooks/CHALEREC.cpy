           05 CHEN-ENROLL-DATE PIC 9(8).
           05 CHEN-AWARDED-FLAG PIC X.
               88 CHEN-WAS-AWARDED VALUE "A".
               88 CHEN-WAS-WITHDRAWN VALUE "W".
