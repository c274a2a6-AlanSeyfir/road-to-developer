      *Parameter block for the PTSRATE subprogram: hands back the
      *points per completed screening and the Normal-band bonus in
      *force, from PTSPARM.DAT or the standard rates if the file
      *has never been set up.
       01 PTSR-REQUEST.
           05 PTSR-PER-SCREENING PIC 99.
           05 PTSR-NORMAL-BONUS PIC 99.
