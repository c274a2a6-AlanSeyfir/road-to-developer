               88 SUSP-IS-RELEASED VALUE "R".
               88 SUSP-IS-REJECTED VALUE "X".
           05 SUSP-DECISION-REASON PIC X(30).
      *The operator signed on when the reading was held, carried
      *into history if it is released. Spaces on rows older than
      *the field.
           05 SUSP-OPERATOR-ID PIC X(8).
