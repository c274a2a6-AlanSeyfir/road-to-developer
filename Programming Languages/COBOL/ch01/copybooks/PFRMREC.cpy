      *Physician results form log (PHYSFORM.DAT), one row per form
      *a member's own doctor completed in place of an event
      *screening. Logged as received when the form comes in the
      *mail, and marked keyed once its values are on history, so
      *the pending list is every form still sitting in the tray.
       01 PHYSICIAN-FORM-RECORD.
           05 PFRM-FORM-NO PIC 9(6).
           05 PFRM-MEMBER-ID PIC 9(6).
           05 PFRM-RECEIVED-DATE PIC 9(8).
           05 PFRM-RECEIVED-BY PIC X(8).
           05 PFRM-STATUS PIC X.
               88 PFRM-IS-RECEIVED VALUE "R".
               88 PFRM-IS-KEYED VALUE "K".
           05 PFRM-PHYSICIAN-NAME PIC X(30).
           05 PFRM-EXAM-DATE PIC 9(8).
           05 PFRM-KEYED-DATE PIC 9(8).
           05 PFRM-KEYED-BY PIC X(8).
