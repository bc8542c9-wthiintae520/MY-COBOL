      *    across term boundaries.
               88 LEDGER-CASH-SETTLED VALUE 'S'.
               88 LEDGER-AID-SETTLED VALUE 'X'.
      *    Written by the monthly late fee assessment for each fee it
      *    adds to TUITION-OWED, and by the late fee waiver when a
      *    dean forgives one, so the fees on the account can be
      *    proven against LATE-FEE-ACCOUNTS.TXT.
               88 LEDGER-LATE-FEE VALUE 'F'.
               88 LEDGER-LATE-FEE-WAIVED VALUE 'W'.
      *    Written by the term rollover when it settles late fees the
      *    student no longer owes - cut down to the balance carried
      *    forward, or retired with a departing student - so the fee
      *    accounts still prove against F less W less L. It moves
      *    nothing; the settled fees were already paid or carried.
               88 LEDGER-LATE-FEE-SETTLED VALUE 'L'.
      *    Written by the sponsor invoicing run when it moves a
      *    sponsor's share of the charge onto the sponsor ('T'), or
      *    hands an unpaid share back to the student when coverage
      *    shrinks ('U'). Neither moves TUITION-OWED; they move the
      *    share between the student and the sponsor receivable.
      *    The sponsor payment posting writes a 'Y' for each
      *    student a sponsor's remittance is applied to; it is
      *    cash, posted into PAYMENTS-RECEIVED like a 'P'.
               88 LEDGER-SPONSOR-BILLED VALUE 'T'.
               88 LEDGER-SPONSOR-UNBILLED VALUE 'U'.
               88 LEDGER-SPONSOR-PAYMENT VALUE 'Y'.
           05 LEDGER-STUDENT-NUMBER PIC 9(6).
           05 LEDGER-PAYMENT-AMOUNT PIC 9(6).
           05 LEDGER-POSTING-DATE PIC 9(8).
