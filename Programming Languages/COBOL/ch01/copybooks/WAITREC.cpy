           05 WAIT-STATUS PIC X.
               88 WAIT-IS-WAITING VALUE "W".
               88 WAIT-IS-PROMOTED VALUE "P".
               88 WAIT-IS-CANCELLED VALUE "C".
