      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared TERM-CHARGE-HISTORY-RECORD layout for
      *          TERM-CHARGE-HISTORY.TXT so the term rollover that
      *          writes it and the annual tuition tax reporting run
      *          that reads it agree on the same record. One row per
      *          student carried into a new term with a course charge
      *          still assessed for the term being closed, kept because
      *          the rollover settles that charge into the carried
      *          balance and the roster no longer shows what was billed.
      *          Departed students need no row here; their last term's
      *          charge travels with them onto STUDENT-HISTORY.TXT.
      ******************************************************************
       01 TERM-CHARGE-HISTORY-RECORD.
           05 TERM-CHARGE-STUDENT-NUMBER PIC 9(6).
           05 TERM-CHARGE-ACADEMIC-TERM PIC X(6).
           05 TERM-CHARGE-ASSESSED PIC 9(6).
           05 TERM-CHARGE-DATE PIC 9(8).
           05 TERM-CHARGE-ARCHIVE-DATE PIC 9(8).
