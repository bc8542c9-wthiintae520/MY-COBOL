      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared SPONSORSHIP-RECORD layout for SPONSORSHIPS.TXT,
      *          one row per student per term a sponsor has agreed to
      *          pay for, keyed by student number and term. 'P' covers
      *          SPONSORSHIP-PERCENT of the term's assessed charge,
      *          held to SPONSORSHIP-CAP when a cap is given (zero
      *          means none); 'D' covers the assessed charge up to
      *          SPONSORSHIP-CAP dollars. The sponsor invoicing run
      *          moves the covered share onto the sponsor and records
      *          it in SPONSORSHIP-BILLED; the sponsor payment posting
      *          records what the sponsor has paid against it in
      *          SPONSORSHIP-PAID. Billed less paid is what the sponsor
      *          still owes on the student's account, and is the part
      *          of the student's balance the statements and collection
      *          runs leave out of what they ask the student for. A
      *          row that has been billed is never deleted, so the
      *          daily proof can always cross-foot these figures
      *          against the 'T', 'U' and 'Y' entries on
      *          PAYMENT-LEDGER.TXT.
      ******************************************************************
       01 SPONSORSHIP-RECORD.
           05 SPONSORSHIP-KEY.
               10 SPONSORED-STUDENT-NUMBER PIC 9(6).
               10 SPONSORED-ACADEMIC-TERM PIC X(6).
           05 SPONSORSHIP-SPONSOR-ID PIC X(6).
           05 SPONSORSHIP-BASIS PIC X(1).
               88 SPONSOR-PAYS-PERCENT VALUE 'P'.
               88 SPONSOR-PAYS-UP-TO-CAP VALUE 'D'.
           05 SPONSORSHIP-PERCENT PIC 9(3).
           05 SPONSORSHIP-CAP PIC 9(6).
           05 SPONSORSHIP-BILLED PIC 9(6).
           05 SPONSORSHIP-PAID PIC 9(6).
           05 SPONSORSHIP-LAST-INVOICE-DATE PIC 9(8).
