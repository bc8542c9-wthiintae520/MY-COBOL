      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared CHARGE-CHANGE-RECORD layout for
      *          CHARGE-CHANGE-LOG.TXT so the tuition assessment run
      *          that writes it and the general ledger journal that
      *          reads it agree on the same record: one entry, in run
      *          order, every time an assessment moves a student's
      *          ASSESSED-CREDIT-CHARGE, with the charge before and
      *          after and the day it moved. A re-run that assesses the
      *          same figure writes nothing.
      ******************************************************************
       01 CHARGE-CHANGE-RECORD.
           05 CHARGE-CHANGE-STUDENT-NUMBER PIC 9(6).
           05 CHARGE-CHANGE-ACADEMIC-TERM PIC X(6).
           05 CHARGE-CHANGE-OLD-AMOUNT PIC 9(6).
           05 CHARGE-CHANGE-NEW-AMOUNT PIC 9(6).
           05 CHARGE-CHANGE-DATE PIC 9(8).
           05 CHARGE-CHANGE-TIME PIC 9(8).
