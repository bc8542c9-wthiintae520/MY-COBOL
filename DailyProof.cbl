      *          must equal the ledger's aid net the same way, and
      *          each ASSESSED-CREDIT-CHARGE must match the
      *          student's current-term enrolled hours priced at the
      *          TUITION-RATE-TABLE rate, plus the share retained on
      *          any course dropped in that term past the full-refund
      *          deadline on COURSE-DROP-CHARGES.TXT. The late fees
      *          held on LATE-FEE-ACCOUNTS.TXT must equal the ledger's
      *          late fee entries net of waivers and of the fees the
      *          term rollover settled. Sponsor payments
      *          on the ledger are cash like any other payment, and
      *          what SPONSORSHIPS.TXT and SPONSOR-MASTER.TXT each hold
      *          as billed to and paid by sponsors must equal the
      *          ledger's sponsor billings net of credits and its
      *          sponsor payments. Every
      *          out-of-balance student is itemized on the balancing
      *          report, ledger activity for students no longer on
      *          the roster must net to zero, and the run ends with
      *          a non-zero
      *          return code when the books do not prove, so
      *          JOB-STREAM-CONTROL records the night as failed and
      *          the operator investigates before the next business
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-TABLE-FILE-STATUS.

           SELECT COURSE-DROP-CHARGE-FILE
           ASSIGN TO "F:\COURSE-DROP-CHARGES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DROP-CHARGE-KEY
           FILE STATUS IS DROP-CHARGE-STATUS.

           SELECT LATE-FEE-ACCOUNT-FILE-IN
           ASSIGN TO "F:\LATE-FEE-ACCOUNTS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FEE-STUDENT-NUMBER
           FILE STATUS IS FEE-ACCOUNT-STATUS.

           SELECT SPONSORSHIP-FILE-IN
           ASSIGN TO "F:\SPONSORSHIPS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SPONSORSHIP-KEY
           FILE STATUS IS SPONSORSHIP-STATUS.

           SELECT SPONSOR-MASTER-FILE-IN
           ASSIGN TO "F:\SPONSOR-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SPONSOR-ID
           FILE STATUS IS SPONSOR-MASTER-STATUS.

           SELECT PROOF-REPORT-OUT
           ASSIGN TO "F:\DAILY-PROOF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           05 RATE-ACADEMIC-TERM PIC X(6).
           05 RATE-PER-CREDIT PIC 9(4).

       FD COURSE-DROP-CHARGE-FILE.
           COPY DROPCPY.

       FD LATE-FEE-ACCOUNT-FILE-IN.
           COPY LFEECPY.

       FD SPONSORSHIP-FILE-IN.
           COPY SSHPCPY.

       FD SPONSOR-MASTER-FILE-IN.
           COPY SPNSCPY.

       FD PROOF-REPORT-OUT.
       01 PROOF-REPORT-LINE PIC X(100).

           05 REFUND-VOUCHER-STATUS PIC X(2).
           05 ENROLLMENT-FILE-STATUS PIC X(2).
           05 RATE-TABLE-FILE-STATUS PIC X(2).
           05 DROP-CHARGE-STATUS PIC X(2).
           05 FEE-ACCOUNT-STATUS PIC X(2).
           05 SPONSORSHIP-STATUS PIC X(2).
           05 SPONSOR-MASTER-STATUS PIC X(2).
           05 PROOF-REPORT-STATUS PIC X(2).
           05 PROOF-DATE-WORK PIC 9(8).
           05 STUDENT-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
               10 TABLE-LEDGER-AID PIC S9(9).
               10 TABLE-REFUNDS-ISSUED PIC 9(9).
               10 TABLE-ENROLLED-HOURS PIC 9(4).
               10 TABLE-RETAINED-CHARGE PIC 9(8).

       01 RATE-TABLE-AREA.
      *    Small lookup table loaded once, sized like the one the
       01 PROOF-WORK-FIELDS.
           05 EXPECTED-CASH-WORK PIC S9(9) VALUE ZERO.
           05 EXPECTED-CHARGE-WORK PIC 9(8) VALUE ZERO.
           05 COURSE-RETAINED-WORK PIC 9(8) VALUE ZERO.

       01 GRAND-TOTAL-FIELDS.
           05 TOTAL-ROSTER-CASH PIC 9(9) VALUE ZERO.
           05 ORPHAN-CASH-NET PIC S9(9) VALUE ZERO.
           05 ORPHAN-AID-NET PIC S9(9) VALUE ZERO.
           05 STUDENTS-OUT-COUNT PIC 9(6) VALUE ZERO.
           05 TOTAL-LEDGER-FEES-ASSESSED PIC 9(9) VALUE ZERO.
           05 TOTAL-LEDGER-FEES-WAIVED PIC 9(9) VALUE ZERO.
           05 TOTAL-LEDGER-FEES-SETTLED PIC 9(9) VALUE ZERO.
           05 TOTAL-FEES-ON-ACCOUNTS PIC 9(9) VALUE ZERO.
           05 LEDGER-FEES-NET PIC S9(9) VALUE ZERO.
           05 TOTAL-LEDGER-SPONSOR-BILLED PIC 9(9) VALUE ZERO.
           05 TOTAL-LEDGER-SPONSOR-CREDITED PIC 9(9) VALUE ZERO.
           05 TOTAL-LEDGER-SPONSOR-PAID PIC 9(9) VALUE ZERO.
           05 TOTAL-SPONSORSHIPS-BILLED PIC 9(9) VALUE ZERO.
           05 TOTAL-SPONSORSHIPS-PAID PIC 9(9) VALUE ZERO.
           05 TOTAL-SPONSORS-BILLED PIC 9(9) VALUE ZERO.
           05 TOTAL-SPONSORS-PAID PIC 9(9) VALUE ZERO.
           05 LEDGER-SPONSOR-NET PIC S9(9) VALUE ZERO.

       01 PROOF-HEADING-LINE.
           05 FILLER PIC X(33)
           PERFORM FOLD-IN-LEDGER-ACTIVITY.
           PERFORM FOLD-IN-REFUND-VOUCHERS.
           PERFORM FOLD-IN-ENROLLED-HOURS.
           PERFORM FOLD-IN-RETAINED-DROP-CHARGES.
           PERFORM FOLD-IN-LATE-FEE-ACCOUNTS.
           PERFORM FOLD-IN-SPONSOR-ACCOUNTS.
           PERFORM WRITE-PROOF-HEADINGS.
           PERFORM PROVE-EACH-STUDENT.
           PERFORM WRITE-PROOF-SUMMARY.
                   TO TABLE-REFUNDS-ISSUED (STUDENT-TABLE-IDX)
               MOVE ZERO
                   TO TABLE-ENROLLED-HOURS (STUDENT-TABLE-IDX)
               MOVE ZERO
                   TO TABLE-RETAINED-CHARGE (STUDENT-TABLE-IDX)
               ADD PAYMENTS-RECEIVED TO TOTAL-ROSTER-CASH
               ADD AID-RECEIVED TO TOTAL-ROSTER-AID
           END-IF.
                   PERFORM ADD-TO-LEDGER-AID
               WHEN LEDGER-AID-SETTLED
                   PERFORM SUBTRACT-FROM-LEDGER-AID
               WHEN LEDGER-LATE-FEE
                   ADD LEDGER-PAYMENT-AMOUNT
                       TO TOTAL-LEDGER-FEES-ASSESSED
               WHEN LEDGER-LATE-FEE-WAIVED
                   ADD LEDGER-PAYMENT-AMOUNT
                       TO TOTAL-LEDGER-FEES-WAIVED
               WHEN LEDGER-LATE-FEE-SETTLED
                   ADD LEDGER-PAYMENT-AMOUNT
                       TO TOTAL-LEDGER-FEES-SETTLED
               WHEN LEDGER-SPONSOR-PAYMENT
                   PERFORM ADD-TO-LEDGER-CASH
                   ADD LEDGER-PAYMENT-AMOUNT
                       TO TOTAL-LEDGER-SPONSOR-PAID
               WHEN LEDGER-SPONSOR-BILLED
                   ADD LEDGER-PAYMENT-AMOUNT
                       TO TOTAL-LEDGER-SPONSOR-BILLED
               WHEN LEDGER-SPONSOR-UNBILLED
                   ADD LEDGER-PAYMENT-AMOUNT
                       TO TOTAL-LEDGER-SPONSOR-CREDITED
               WHEN OTHER
                   MOVE 'N' TO BOOKS-PROVE-SW
                   DISPLAY "Unrecognized ledger record type '"
                   END-IF
               END-IF
           END-IF.
       FOLD-IN-RETAINED-DROP-CHARGES.
      *    A course dropped in the student's current term past the
      *    full-refund deadline keeps its non-refundable share in
      *    ASSESSED-CREDIT-CHARGE; it is repriced here exactly as
      *    the assessment run priced it. No drop-charge file means
      *    nothing has been retained.
           OPEN INPUT COURSE-DROP-CHARGE-FILE.
           IF DROP-CHARGE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM READ-DROP-CHARGE-RECORD
               PERFORM FOLD-ONE-DROP-CHARGE
               UNTIL DROP-CHARGE-STATUS NOT = '00'
               CLOSE COURSE-DROP-CHARGE-FILE
           END-IF.
       READ-DROP-CHARGE-RECORD.
           READ COURSE-DROP-CHARGE-FILE.
       FOLD-ONE-DROP-CHARGE.
           MOVE DROP-STUDENT-NUMBER TO LOOKUP-STUDENT-NUMBER.
           PERFORM FIND-STUDENT-IN-TABLE.
           IF STUDENT-FOUND-SW = 'Y'
               SET STUDENT-TABLE-IDX TO STUDENT-FOUND-INDEX
               IF DROP-ACADEMIC-TERM
                   = TABLE-ACADEMIC-TERM (STUDENT-TABLE-IDX)
                   PERFORM FIND-RATE-FOR-STUDENT-TERM
                   IF RATE-FOUND-SW = 'Y'
                       COMPUTE COURSE-RETAINED-WORK ROUNDED =
                           DROP-CREDIT-HOURS * RATE-FOR-STUDENT
                           * (100 - DROP-REFUND-PERCENT) / 100
                       ADD COURSE-RETAINED-WORK
                           TO TABLE-RETAINED-CHARGE (STUDENT-TABLE-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-DROP-CHARGE-RECORD.
       FOLD-IN-LATE-FEE-ACCOUNTS.
      *    A late fee is a charge, not a credit, so it stays out of
      *    the cash and aid proofs; the fee accounts are proven in
      *    total against the ledger instead. No fee account file
      *    means no fee has ever been charged.
           OPEN INPUT LATE-FEE-ACCOUNT-FILE-IN.
           IF FEE-ACCOUNT-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM READ-FEE-ACCOUNT-RECORD
               PERFORM FOLD-ONE-FEE-ACCOUNT
               UNTIL FEE-ACCOUNT-STATUS NOT = '00'
               CLOSE LATE-FEE-ACCOUNT-FILE-IN
           END-IF.
       READ-FEE-ACCOUNT-RECORD.
           READ LATE-FEE-ACCOUNT-FILE-IN.
       FOLD-ONE-FEE-ACCOUNT.
           ADD LATE-FEES-ON-ACCOUNT TO TOTAL-FEES-ON-ACCOUNTS.
           PERFORM READ-FEE-ACCOUNT-RECORD.
       FOLD-IN-SPONSOR-ACCOUNTS.
      *    Moving a share onto a sponsor changes who owes it, not
      *    what the student was charged or has paid, so it too
      *    stays out of the per-student proofs and is proven in
      *    total. No sponsorship or sponsor file means no sponsor
      *    has ever been billed.
           OPEN INPUT SPONSORSHIP-FILE-IN.
           IF SPONSORSHIP-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM READ-SPONSORSHIP-RECORD
               PERFORM FOLD-ONE-SPONSORSHIP
               UNTIL SPONSORSHIP-STATUS NOT = '00'
               CLOSE SPONSORSHIP-FILE-IN
           END-IF.
           OPEN INPUT SPONSOR-MASTER-FILE-IN.
           IF SPONSOR-MASTER-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM READ-SPONSOR-MASTER-RECORD
               PERFORM FOLD-ONE-SPONSOR
               UNTIL SPONSOR-MASTER-STATUS NOT = '00'
               CLOSE SPONSOR-MASTER-FILE-IN
           END-IF.
       READ-SPONSORSHIP-RECORD.
           READ SPONSORSHIP-FILE-IN.
       FOLD-ONE-SPONSORSHIP.
           ADD SPONSORSHIP-BILLED TO TOTAL-SPONSORSHIPS-BILLED.
           ADD SPONSORSHIP-PAID TO TOTAL-SPONSORSHIPS-PAID.
           PERFORM READ-SPONSORSHIP-RECORD.
       READ-SPONSOR-MASTER-RECORD.
           READ SPONSOR-MASTER-FILE-IN.
       FOLD-ONE-SPONSOR.
           ADD SPONSOR-AMOUNT-BILLED TO TOTAL-SPONSORS-BILLED.
           ADD SPONSOR-AMOUNT-PAID TO TOTAL-SPONSORS-PAID.
           PERFORM READ-SPONSOR-MASTER-RECORD.
       WRITE-PROOF-HEADINGS.
           MOVE PROOF-DATE-WORK TO HEADING-PROOF-DATE.
           WRITE PROOF-REPORT-LINE FROM PROOF-HEADING-LINE.
               COMPUTE EXPECTED-CHARGE-WORK =
                   TABLE-ENROLLED-HOURS (STUDENT-TABLE-IDX)
                   * RATE-FOR-STUDENT
                   + TABLE-RETAINED-CHARGE (STUDENT-TABLE-IDX)
               IF TABLE-ASSESSED-CHARGE (STUDENT-TABLE-IDX)
                   NOT = EXPECTED-CHARGE-WORK
                   MOVE 'Y' TO STUDENT-OUT-OF-BALANCE-SW
           MOVE "REFUNDS ISSUED TO DATE" TO SUMMARY-CAPTION.
           MOVE TOTAL-REFUNDS-ISSUED TO SUMMARY-FIGURE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE.
           PERFORM PROVE-LATE-FEES.
           PERFORM PROVE-SPONSOR-BILLING.
           PERFORM PROVE-ORPHAN-ACTIVITY.
           MOVE "STUDENTS OUT OF BALANCE" TO SUMMARY-CAPTION.
           MOVE STUDENTS-OUT-COUNT TO SUMMARY-FIGURE.
               DISPLAY "THE BOOKS DO NOT PROVE - see "
                       "DAILY-PROOF.TXT."
           END-IF.
       PROVE-LATE-FEES.
           MOVE "LEDGER LATE FEES ASSESSED" TO SUMMARY-CAPTION.
           MOVE TOTAL-LEDGER-FEES-ASSESSED TO SUMMARY-FIGURE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE.
           MOVE "LEDGER LATE FEES WAIVED" TO SUMMARY-CAPTION.
           MOVE TOTAL-LEDGER-FEES-WAIVED TO SUMMARY-FIGURE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE.
           MOVE "LEDGER LATE FEES SETTLED" TO SUMMARY-CAPTION.
           MOVE TOTAL-LEDGER-FEES-SETTLED TO SUMMARY-FIGURE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE.
           MOVE "LATE FEES ON FEE ACCOUNTS" TO SUMMARY-CAPTION.
           MOVE TOTAL-FEES-ON-ACCOUNTS TO SUMMARY-FIGURE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE.
           COMPUTE LEDGER-FEES-NET =
               TOTAL-LEDGER-FEES-ASSESSED - TOTAL-LEDGER-FEES-WAIVED
               - TOTAL-LEDGER-FEES-SETTLED.
           IF LEDGER-FEES-NET NOT = TOTAL-FEES-ON-ACCOUNTS
               MOVE 'N' TO BOOKS-PROVE-SW
               MOVE "LATE FEES DISAGREE WITH LEDGER BY"
                   TO SUMMARY-CAPTION
               COMPUTE SUMMARY-FIGURE =
                   TOTAL-FEES-ON-ACCOUNTS - LEDGER-FEES-NET
               WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE
           END-IF.
       PROVE-SPONSOR-BILLING.
           COMPUTE LEDGER-SPONSOR-NET =
               TOTAL-LEDGER-SPONSOR-BILLED
               - TOTAL-LEDGER-SPONSOR-CREDITED.
           MOVE "LEDGER BILLED TO SPONSORS NET" TO SUMMARY-CAPTION.
           MOVE LEDGER-SPONSOR-NET TO SUMMARY-FIGURE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE.
           MOVE "LEDGER SPONSOR PAYMENTS" TO SUMMARY-CAPTION.
           MOVE TOTAL-LEDGER-SPONSOR-PAID TO SUMMARY-FIGURE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE.
           IF LEDGER-SPONSOR-NET NOT = TOTAL-SPONSORSHIPS-BILLED
               MOVE 'N' TO BOOKS-PROVE-SW
               MOVE "SPONSORSHIPS BILLED DISAGREE BY"
                   TO SUMMARY-CAPTION
               COMPUTE SUMMARY-FIGURE =
                   TOTAL-SPONSORSHIPS-BILLED - LEDGER-SPONSOR-NET
               WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE
           END-IF.
           IF LEDGER-SPONSOR-NET NOT = TOTAL-SPONSORS-BILLED
               MOVE 'N' TO BOOKS-PROVE-SW
               MOVE "SPONSOR MASTER BILLED DISAGREES BY"
                   TO SUMMARY-CAPTION
               COMPUTE SUMMARY-FIGURE =
                   TOTAL-SPONSORS-BILLED - LEDGER-SPONSOR-NET
               WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE
           END-IF.
           IF TOTAL-LEDGER-SPONSOR-PAID NOT = TOTAL-SPONSORSHIPS-PAID
               MOVE 'N' TO BOOKS-PROVE-SW
               MOVE "SPONSORSHIPS PAID DISAGREE BY"
                   TO SUMMARY-CAPTION
               COMPUTE SUMMARY-FIGURE =
                   TOTAL-SPONSORSHIPS-PAID - TOTAL-LEDGER-SPONSOR-PAID
               WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE
           END-IF.
           IF TOTAL-LEDGER-SPONSOR-PAID NOT = TOTAL-SPONSORS-PAID
               MOVE 'N' TO BOOKS-PROVE-SW
               MOVE "SPONSOR MASTER PAID DISAGREES BY"
                   TO SUMMARY-CAPTION
               COMPUTE SUMMARY-FIGURE =
                   TOTAL-SPONSORS-PAID - TOTAL-LEDGER-SPONSOR-PAID
               WRITE PROOF-REPORT-LINE FROM PROOF-SUMMARY-LINE
           END-IF.
       PROVE-ORPHAN-ACTIVITY.
      *    The rollover settles a departing student's ledger
      *    position to zero when it archives them, so anything left
