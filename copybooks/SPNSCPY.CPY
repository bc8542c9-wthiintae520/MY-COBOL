      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared SPONSOR-MASTER-RECORD layout for
      *          SPONSOR-MASTER.TXT, keyed by SPONSOR-ID, so the
      *          sponsor maintenance screens, the sponsor invoicing run
      *          and the sponsor payment posting agree on the same
      *          record: one row per employer, government agency or
      *          embassy that pays tuition for students under a sponsor
      *          agreement, with the address its invoices are mailed
      *          to. SPONSOR-AMOUNT-BILLED is everything invoicing has
      *          moved onto the sponsor, less any credits it has handed
      *          back, and SPONSOR-AMOUNT-PAID everything the sponsor
      *          has remitted; the sponsor receivable is the one less
      *          the other, and always equals the sum of the same two
      *          figures across the sponsor's SPONSORSHIPS.TXT rows.
      ******************************************************************
       01 SPONSOR-MASTER-RECORD.
           05 SPONSOR-ID PIC X(6).
           05 SPONSOR-NAME PIC X(30).
           05 SPONSOR-TYPE PIC X(1).
               88 SPONSOR-EMPLOYER VALUE 'E'.
               88 SPONSOR-AGENCY VALUE 'G'.
               88 SPONSOR-EMBASSY VALUE 'M'.
           05 SPONSOR-ATTENTION PIC X(30).
           05 SPONSOR-STREET PIC X(30).
           05 SPONSOR-CITY PIC X(20).
           05 SPONSOR-STATE PIC X(2).
           05 SPONSOR-POSTAL-CODE PIC X(10).
           05 SPONSOR-AMOUNT-BILLED PIC 9(8).
           05 SPONSOR-AMOUNT-PAID PIC 9(8).
           05 SPONSOR-LAST-INVOICE-DATE PIC 9(8).
           05 SPONSOR-LAST-PAYMENT-DATE PIC 9(8).
