      *          before aid existed still decodes at the same
      *          offsets and simply reads back spaces for aid -
      *          readers must test the aid fields NUMERIC before
      *          trusting them. The operator signed on when the
      *          change was made rides last, for the same reason, and
      *          reads back spaces on entries written before operators
      *          signed on.
      ******************************************************************
       01 CHANGE-HISTORY-RECORD.
           05 CHANGE-STUDENT-NUMBER PIC 9(6).
           05 CHANGE-AID-FIELDS.
               10 BEFORE-AID-RECEIVED PIC X(6).
               10 AFTER-AID-RECEIVED PIC X(6).
           05 CHANGE-OPERATOR-ID PIC X(8).
