      *Wellness points parameters (PTSPARM.DAT), one record: the
      *points a completed screening earns and the extra points for
      *a reading in the Normal band. Changed only through the
      *parameter maintenance program; read through the PTSRATE
      *service so every program that counts points uses the same
      *rates.
       01 POINTS-PARM-RECORD.
           05 PTSP-PER-SCREENING PIC 99.
           05 PTSP-NORMAL-BONUS PIC 99.
