      *Parameter change history (PARMHIST.DAT). One row for every
      *threshold or rate changed through the parameter maintenance
      *program: which parameter and file, the value before and
      *after, the date it took effect, the supervisor who made the
      *change and the second supervisor who approved it, and why.
      *Values are held with two decimals whatever the parameter's
      *own picture, so one layout serves them all.
       01 PARM-HISTORY-RECORD.
           05 PHST-PARM-ID PIC X(8).
           05 PHST-PARM-FILE PIC X(12).
           05 PHST-BEFORE-VALUE PIC 9(5)V99.
           05 PHST-AFTER-VALUE PIC 9(5)V99.
           05 PHST-EFFECTIVE-DATE PIC 9(8).
           05 PHST-CHANGE-DATE PIC 9(8).
           05 PHST-CHANGE-TIME PIC 9(6).
           05 PHST-CHANGED-BY PIC X(8).
           05 PHST-APPROVED-BY PIC X(8).
           05 PHST-REASON PIC X(40).
