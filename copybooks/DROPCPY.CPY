      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared COURSE-DROP-CHARGE-RECORD layout for
      *          COURSE-DROP-CHARGES.TXT so the registration program
      *          that records a drop, the tuition assessment run that
      *          prices what the drop retained, and the daily proof
      *          agree on the same record. One row per course dropped
      *          after the full-refund deadline, keyed like the
      *          enrollment it replaced, so re-adding the course finds
      *          and removes the row it left behind.
      ******************************************************************
       01 COURSE-DROP-CHARGE-RECORD.
           05 DROP-CHARGE-KEY.
               10 DROP-STUDENT-NUMBER PIC 9(6).
               10 DROP-COURSE-CODE PIC X(8).
           05 DROP-CREDIT-HOURS PIC 9(2).
           05 DROP-ACADEMIC-TERM PIC X(6).
           05 DROP-DATE PIC 9(8).
      *    The share of the course charge given back, taken from the
      *    term's drop-deadline calendar on the day of the drop; the
      *    rest of the charge stays on the account. Priced at the
      *    term's per-credit rate by whoever reads the row, the same
      *    way the enrolled hours are.
           05 DROP-REFUND-PERCENT PIC 9(3).
