      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared LATE-FEE-ACCOUNT-RECORD layout for
      *          LATE-FEE-ACCOUNTS.TXT, keyed by student number, so the
      *          monthly late fee assessment that charges a fee, the
      *          waiver that forgives one, and the inquiry and proof
      *          runs that show them agree on the same record. A late
      *          fee is added into TUITION-OWED like any other charge,
      *          so every balance on the system already includes it;
      *          this record keeps the fee visible as its own amount
      *          beside the roster. LATE-FEES-ON-ACCOUNT is the part
      *          of TUITION-OWED that is late fees - assessed less
      *          waived or settled - and always equals the student's
      *          'F' ledger entries less their 'W' and 'L' entries.
      *          The term rollover cuts it to the balance carried into
      *          the new term, and settles it and removes the record
      *          when the student is archived, writing an 'L' entry for
      *          what it takes off, so a student number given out again
      *          never inherits fees or a fee date. LAST-FEE-DATE is the
      *          day of the latest assessment; a student is charged at
      *          most once in a calendar month.
      ******************************************************************
       01 LATE-FEE-ACCOUNT-RECORD.
           05 FEE-STUDENT-NUMBER PIC 9(6).
           05 LATE-FEES-ON-ACCOUNT PIC 9(6).
           05 LATE-FEES-ASSESSED PIC 9(6).
           05 LATE-FEES-WAIVED PIC 9(6).
           05 LAST-FEE-DATE PIC 9(8).
           05 LAST-FEE-AMOUNT PIC 9(6).
           05 LAST-WAIVER-DATE PIC 9(8).
