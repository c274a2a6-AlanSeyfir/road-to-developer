      *Outreach worklist item (OUTREACH.DAT). One item per member
      *per reason, built nightly from the referral trigger file,
      *the day's no-show skeletons, the 90-day-gap scan, the
      *trajectory flags and the re-screen non-returners, and
      *worked by the coaches with a call
      *disposition so the same member is never called twice.
       01 OUTREACH-RECORD.
           05 OUTR-KEY.
                   88 OUTR-REASON-NOSHOW VALUE "NOSHOW".
                   88 OUTR-REASON-GAP VALUE "GAP90".
                   88 OUTR-REASON-TREND VALUE "TREND".
                   88 OUTR-REASON-RESCREEN VALUE "RESCRN".
           05 OUTR-NAME PIC X(20).
           05 OUTR-SOURCE-DATE PIC 9(8).
           05 OUTR-BUILD-DATE PIC 9(8).
               88 OUTR-LEFT-MESSAGE VALUE "L".
               88 OUTR-DECLINED VALUE "D".
               88 OUTR-SCHEDULED VALUE "S".
               88 OUTR-CLOSED-BY-STATUS VALUE "X".
           05 OUTR-WORKED-DATE PIC 9(8).
           05 OUTR-WORKED-BY PIC X(8).
      *Cardiometabolic risk tier from RISKTIER.DAT at build time,
      *4 highest; zero when the member has not been tiered. The
      *calling list is worked highest tier first.
           05 OUTR-RISK-TIER PIC 9.
