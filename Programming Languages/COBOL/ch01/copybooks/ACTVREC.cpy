      *Daily activity history (ACTIVITY.DAT) loaded from the
      *fitness-tracker vendor's file, keyed like the BMI history so
      *one member's days read as a block in date order. A day the
      *vendor resends replaces the steps already on file.
       01 ACTIVITY-RECORD.
           05 ACTV-KEY.
               10 ACTV-MEMBER-ID PIC 9(6).
               10 ACTV-DATE PIC 9(8).
           05 ACTV-STEPS PIC 9(6).
           05 ACTV-LOADED-DATE PIC 9(8).
