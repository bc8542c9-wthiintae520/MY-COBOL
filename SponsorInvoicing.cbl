      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Bill the third-party sponsors for the students they
      *          have agreed to pay for, instead of the bursar typing
      *          letters off the paper agreements. Every sponsorship on
      *          SPONSORSHIPS.TXT for a student's current term is priced
      *          against the term's assessed charge on the roster - the
      *          agreed percentage, held to any cap, or the charge up
      *          to the dollar cap - and the difference from what has
      *          already been billed is moved between the student and
      *          the sponsor: more coverage is billed to the sponsor
      *          with a 'T' entry on PAYMENT-LEDGER.TXT, less coverage
      *          hands the unpaid share back to the student with a 'U'
      *          entry. TUITION-OWED is not touched; the sponsorship's
      *          billed figure and the sponsor's receivable on
      *          SPONSOR-MASTER.TXT carry the share, and the statements
      *          and collection runs leave it out of what they ask the
      *          student for. Re-running the job bills only what has
      *          changed since the last run. The SORT then gathers the
      *          rows by sponsor and one consolidated invoice per
      *          sponsor is printed, listing each of its students with
      *          this invoice's charge or credit and what is still
      *          unpaid, earlier terms included. Cancelled coverage
      *          is credited back whatever its term, since a share of
      *          zero needs nothing from the roster to price it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-INVOICING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORDS-FILE-IN
           ASSIGN TO "F:\STUDENT-RECORDS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STUDENT-RECORD-FILE-STATUS.

           SELECT SPONSOR-MASTER-FILE
           ASSIGN TO "F:\SPONSOR-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPONSOR-ID
           FILE STATUS IS SPONSOR-MASTER-STATUS.

           SELECT SPONSORSHIP-FILE
           ASSIGN TO "F:\SPONSORSHIPS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SPONSORSHIP-KEY
           FILE STATUS IS SPONSORSHIP-STATUS.

           SELECT PAYMENT-LEDGER-FILE-OUT
           ASSIGN TO "F:\PAYMENT-LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-LEDGER-STATUS.

           SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".

           SELECT SPONSOR-INVOICE-OUT
           ASSIGN TO "F:\SPONSOR-INVOICES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPONSOR-INVOICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE-IN.
           COPY STUDCPY.

       FD SPONSOR-MASTER-FILE.
           COPY SPNSCPY.

       FD SPONSORSHIP-FILE.
           COPY SSHPCPY.

       FD PAYMENT-LEDGER-FILE-OUT.
           COPY PAYLCPY.

       SD SORT-WORK-FILE.
      *    One row per sponsorship with something to show the
      *    sponsor - a charge or credit this run, or a share still
      *    unpaid - with the student's name already looked up.
       01 SORT-RECORD.
           05 SORT-SPONSOR-ID PIC X(6).
           05 SORT-STUDENT-NUMBER PIC 9(6).
           05 SORT-ACADEMIC-TERM PIC X(6).
           05 SORT-STUDENT-NAME PIC X(30).
           05 SORT-TERM-CHARGE PIC 9(6).
           05 SORT-SPONSOR-SHARE PIC 9(6).
           05 SORT-THIS-INVOICE PIC S9(7).
           05 SORT-UNPAID PIC 9(6).

       FD SPONSOR-INVOICE-OUT.
       01 INVOICE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 SPONSOR-MASTER-STATUS PIC X(2).
           05 SPONSORSHIP-STATUS PIC X(2).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 SPONSOR-INVOICE-STATUS PIC X(2).
           05 CURRENT-DATE-WORK PIC 9(8).
           05 RECORD-FOUND-SW PIC X(1).
           05 SPONSOR-FOUND-SW PIC X(1).
           05 SORT-EOF-SW PIC X(1) VALUE 'N'.
           05 SPONSORSHIPS-READ-COUNT PIC 9(6) VALUE ZERO.
           05 SPONSORSHIPS-BILLED-COUNT PIC 9(6) VALUE ZERO.
           05 SPONSORSHIPS-CREDITED-COUNT PIC 9(6) VALUE ZERO.
           05 SPONSORSHIPS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
           05 INVOICES-PRINTED-COUNT PIC 9(6) VALUE ZERO.

       01 TERM-CHARGE-WORK PIC 9(6) VALUE ZERO.
       01 SPONSOR-SHARE-WORK PIC 9(7) VALUE ZERO.
       01 SPONSOR-CREDIT-WORK PIC 9(7) VALUE ZERO.
       01 SPONSOR-UNPAID-WORK PIC 9(7) VALUE ZERO.
       01 THIS-INVOICE-WORK PIC S9(7) VALUE ZERO.
       01 STUDENT-NAME-WORK PIC X(30).
       01 TOTAL-AMOUNT-BILLED PIC 9(9) VALUE ZERO.
       01 TOTAL-AMOUNT-CREDITED PIC 9(9) VALUE ZERO.

       01 INVOICE-TOTAL-FIELDS.
           05 INVOICE-SPONSOR-ID-WORK PIC X(6).
           05 INVOICE-THIS-TOTAL PIC S9(9) VALUE ZERO.
           05 INVOICE-UNPAID-TOTAL PIC 9(9) VALUE ZERO.
           05 INVOICE-PREVIOUS-TOTAL PIC S9(9) VALUE ZERO.

       01 INVOICE-HEADING-LINE.
           05 FILLER PIC X(27) VALUE "SPONSOR INVOICE   NUMBER: ".
           05 HEADING-INVOICE-SPONSOR PIC X(6).
           05 FILLER PIC X(1) VALUE "-".
           05 HEADING-INVOICE-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "    DATE: ".
           05 HEADING-RUN-DATE PIC 9(8).

       01 BILL-TO-NAME-LINE.
           05 FILLER PIC X(10) VALUE "BILL TO: ".
           05 BILL-TO-NAME PIC X(30).

       01 BILL-TO-ATTENTION-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ATTN: ".
           05 BILL-TO-ATTENTION PIC X(30).

       01 BILL-TO-STREET-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 BILL-TO-STREET PIC X(30).

       01 BILL-TO-CITY-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 BILL-TO-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BILL-TO-STATE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BILL-TO-POSTAL PIC X(10).

       01 INVOICE-SPONSOR-ID-LINE.
           05 FILLER PIC X(12) VALUE "SPONSOR ID: ".
           05 INVOICE-SPONSOR-ID PIC X(6).

       01 INVOICE-COLUMN-LINE.
           05 FILLER PIC X(8) VALUE "NUMBER".
           05 FILLER PIC X(23) VALUE "STUDENT NAME".
           05 FILLER PIC X(7) VALUE "TERM".
           05 FILLER PIC X(9) VALUE " CHARGE".
           05 FILLER PIC X(9) VALUE "COVERED".
           05 FILLER PIC X(10) VALUE "THIS INV".
           05 FILLER PIC X(7) VALUE " UNPAID".

       01 INVOICE-DETAIL-LINE.
           05 DETAIL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-STUDENT-NAME PIC X(22).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DETAIL-ACADEMIC-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DETAIL-TERM-CHARGE PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-SPONSOR-SHARE PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-THIS-INVOICE PIC ZZZ,ZZ9-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-UNPAID PIC ZZZ,ZZ9.

       01 INVOICE-TOTAL-LINE.
           05 INVOICE-TOTAL-CAPTION PIC X(30).
           05 INVOICE-TOTAL-FIGURE PIC ZZZ,ZZZ,ZZ9-.

       01 INVOICE-REMIT-LINE.
           05 FILLER PIC X(53) VALUE
              "PLEASE REMIT WITH YOUR SPONSOR ID AND INVOICE NUMBER.".

       PROCEDURE DIVISION.
       INVOICE-SPONSORS.
           PERFORM OPEN-INVOICING-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SPONSOR-ID
                                SORT-STUDENT-NUMBER
                                SORT-ACADEMIC-TERM
               INPUT PROCEDURE IS BILL-SPONSORSHIPS
               OUTPUT PROCEDURE IS PRINT-SPONSOR-INVOICES.
           PERFORM DISPLAY-INVOICING-TOTALS.
           PERFORM CLOSE-INVOICING-FILES.
           STOP RUN.
       OPEN-INVOICING-FILES.
           OPEN INPUT STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    OPEN I-O rather than INPUT because billing a share
      *    REWRITEs the sponsorship and the sponsor.
           OPEN I-O SPONSOR-MASTER-FILE.
           IF SPONSOR-MASTER-STATUS NOT = '00'
               DISPLAY "SPONSOR-MASTER.TXT could not be opened, "
                       "file status " SPONSOR-MASTER-STATUS "."
               CLOSE STUDENT-RECORDS-FILE-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SPONSORSHIP-FILE.
           IF SPONSORSHIP-STATUS NOT = '00'
               DISPLAY "SPONSORSHIPS.TXT could not be opened, "
                       "file status " SPONSORSHIP-STATUS "."
               CLOSE STUDENT-RECORDS-FILE-IN
               CLOSE SPONSOR-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    EXTEND so the transfers land behind every earlier posting;
      *    OPEN OUTPUT only the first time the ledger does not exist.
           OPEN EXTEND PAYMENT-LEDGER-FILE-OUT.
           IF PAYMENT-LEDGER-STATUS = '05' OR '35'
               OPEN OUTPUT PAYMENT-LEDGER-FILE-OUT
           END-IF.
           OPEN OUTPUT SPONSOR-INVOICE-OUT.
           ACCEPT CURRENT-DATE-WORK FROM DATE YYYYMMDD.
       BILL-SPONSORSHIPS.
           PERFORM READ-SPONSORSHIP-RECORD.
           PERFORM BILL-ONE-SPONSORSHIP
           UNTIL SPONSORSHIP-STATUS NOT = '00'.
       READ-SPONSORSHIP-RECORD.
           READ SPONSORSHIP-FILE NEXT RECORD.
       BILL-ONE-SPONSORSHIP.
           ADD 1 TO SPONSORSHIPS-READ-COUNT.
           MOVE ZERO TO THIS-INVOICE-WORK.
           MOVE ZERO TO TERM-CHARGE-WORK.
           PERFORM LOOKUP-SPONSOR.
           IF SPONSOR-FOUND-SW = 'N'
               ADD 1 TO SPONSORSHIPS-SKIPPED-COUNT
               DISPLAY "Sponsor " SPONSORSHIP-SPONSOR-ID " for "
                       "student number " SPONSORED-STUDENT-NUMBER
                       " is not on SPONSOR-MASTER.TXT - not billed."
           ELSE
               PERFORM LOOKUP-STUDENT-RECORD
      *    Only the term the roster is charging can be priced; a
      *    sponsorship for an earlier term keeps what it was billed
      *    and is listed only while the sponsor still owes on it.
      *    Cancelled coverage (a dollar cap of zero) needs no price:
      *    its share is zero whatever the term, so whatever the
      *    sponsor still owes on it is credited back to the student.
               IF SPONSOR-PAYS-UP-TO-CAP
                   AND SPONSORSHIP-CAP = ZERO
                   MOVE ZERO TO SPONSOR-SHARE-WORK
                   PERFORM ADJUST-SPONSOR-BILLING
               ELSE
               IF RECORD-FOUND-SW = 'Y'
                   AND ACADEMIC-TERM = SPONSORED-ACADEMIC-TERM
                   PERFORM PRICE-SPONSOR-SHARE
                   PERFORM ADJUST-SPONSOR-BILLING
               ELSE
                   MOVE SPONSORSHIP-BILLED TO SPONSOR-SHARE-WORK
               END-IF
               END-IF
               COMPUTE SPONSOR-UNPAID-WORK =
                   SPONSORSHIP-BILLED - SPONSORSHIP-PAID
               IF THIS-INVOICE-WORK NOT = ZERO
                   OR SPONSOR-UNPAID-WORK > ZERO
                   PERFORM RELEASE-INVOICE-ROW
               END-IF
           END-IF.
           PERFORM READ-SPONSORSHIP-RECORD.
       LOOKUP-SPONSOR.
           MOVE 'N' TO SPONSOR-FOUND-SW.
           MOVE SPONSORSHIP-SPONSOR-ID TO SPONSOR-ID.
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SPONSOR-FOUND-SW
           END-READ.
       LOOKUP-STUDENT-RECORD.
      *    A sponsorship for a student since taken off the roster
      *    is still invoiced for what the sponsor owes, flagged in
      *    place of the name.
           MOVE 'N' TO RECORD-FOUND-SW.
           MOVE SPONSORED-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-RECORDS-FILE-IN
               INVALID KEY
                   MOVE "*** NOT ON ROSTER ***" TO STUDENT-NAME-WORK
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SW
                   MOVE STUDENT-NAME TO STUDENT-NAME-WORK
           END-READ.
       PRICE-SPONSOR-SHARE.
      *    The sponsor covers the term's assessed charge only - not
      *    a balance carried in from earlier terms, and not late
      *    fees - so the share is priced from ASSESSED-CREDIT-CHARGE.
           MOVE ASSESSED-CREDIT-CHARGE TO TERM-CHARGE-WORK.
           IF SPONSOR-PAYS-PERCENT
               COMPUTE SPONSOR-SHARE-WORK ROUNDED =
                   TERM-CHARGE-WORK * SPONSORSHIP-PERCENT / 100
               IF SPONSORSHIP-CAP > ZERO
                   AND SPONSOR-SHARE-WORK > SPONSORSHIP-CAP
                   MOVE SPONSORSHIP-CAP TO SPONSOR-SHARE-WORK
               END-IF
           ELSE
               IF TERM-CHARGE-WORK > SPONSORSHIP-CAP
                   MOVE SPONSORSHIP-CAP TO SPONSOR-SHARE-WORK
               ELSE
                   MOVE TERM-CHARGE-WORK TO SPONSOR-SHARE-WORK
               END-IF
           END-IF.
       ADJUST-SPONSOR-BILLING.
      *    Only the change since the last run is billed. A share
      *    that has shrunk - fewer courses, or coverage cancelled -
      *    is credited back to the student, but never more than the
      *    sponsor has left unpaid: money the sponsor already sent
      *    past its new share is for the bursar to return by hand.
           IF SPONSOR-SHARE-WORK > SPONSORSHIP-BILLED
               COMPUTE THIS-INVOICE-WORK =
                   SPONSOR-SHARE-WORK - SPONSORSHIP-BILLED
               SET LEDGER-SPONSOR-BILLED TO TRUE
               PERFORM POST-SPONSOR-BILLING
           ELSE
           IF SPONSOR-SHARE-WORK < SPONSORSHIP-BILLED
               COMPUTE SPONSOR-CREDIT-WORK =
                   SPONSORSHIP-BILLED - SPONSOR-SHARE-WORK
               IF SPONSOR-CREDIT-WORK >
                   SPONSORSHIP-BILLED - SPONSORSHIP-PAID
                   COMPUTE SPONSOR-CREDIT-WORK =
                       SPONSORSHIP-BILLED - SPONSORSHIP-PAID
                   DISPLAY "Sponsor " SPONSOR-ID " has paid more "
                           "than its share for student number "
                           SPONSORED-STUDENT-NUMBER " term "
                           SPONSORED-ACADEMIC-TERM
                           " - see the bursar."
               END-IF
               IF SPONSOR-CREDIT-WORK > ZERO
                   COMPUTE THIS-INVOICE-WORK =
                       ZERO - SPONSOR-CREDIT-WORK
                   SET LEDGER-SPONSOR-UNBILLED TO TRUE
                   PERFORM POST-SPONSOR-BILLING
               END-IF
           END-IF
           END-IF.
       POST-SPONSOR-BILLING.
      *    The ledger type is set by the caller. The sponsorship is
      *    rewritten first; nothing is posted to the ledger or the
      *    sponsor unless it took.
           ADD THIS-INVOICE-WORK TO SPONSORSHIP-BILLED.
           MOVE CURRENT-DATE-WORK TO SPONSORSHIP-LAST-INVOICE-DATE.
           REWRITE SPONSORSHIP-RECORD
               INVALID KEY
                   DISPLAY "Sponsorship for student number "
                           SPONSORED-STUDENT-NUMBER " could not be "
                           "rewritten - not billed."
                   SUBTRACT THIS-INVOICE-WORK FROM SPONSORSHIP-BILLED
                   MOVE ZERO TO THIS-INVOICE-WORK
               NOT INVALID KEY
                   PERFORM WRITE-SPONSOR-LEDGER-RECORD
                   PERFORM POST-TO-SPONSOR-RECEIVABLE
           END-REWRITE.
       WRITE-SPONSOR-LEDGER-RECORD.
           MOVE SPONSORED-STUDENT-NUMBER TO LEDGER-STUDENT-NUMBER.
           IF THIS-INVOICE-WORK > ZERO
               MOVE THIS-INVOICE-WORK TO LEDGER-PAYMENT-AMOUNT
               ADD 1 TO SPONSORSHIPS-BILLED-COUNT
               ADD THIS-INVOICE-WORK TO TOTAL-AMOUNT-BILLED
           ELSE
               MOVE SPONSOR-CREDIT-WORK TO LEDGER-PAYMENT-AMOUNT
               ADD 1 TO SPONSORSHIPS-CREDITED-COUNT
               ADD SPONSOR-CREDIT-WORK TO TOTAL-AMOUNT-CREDITED
           END-IF.
           MOVE CURRENT-DATE-WORK TO LEDGER-POSTING-DATE.
           ACCEPT LEDGER-POSTING-TIME FROM TIME.
           WRITE PAYMENT-LEDGER-RECORD.
       POST-TO-SPONSOR-RECEIVABLE.
           ADD THIS-INVOICE-WORK TO SPONSOR-AMOUNT-BILLED.
           MOVE CURRENT-DATE-WORK TO SPONSOR-LAST-INVOICE-DATE.
           REWRITE SPONSOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Sponsor " SPONSOR-ID " could not be "
                           "rewritten - the proof will not balance."
           END-REWRITE.
       RELEASE-INVOICE-ROW.
           MOVE SPONSORSHIP-SPONSOR-ID TO SORT-SPONSOR-ID.
           MOVE SPONSORED-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
           MOVE SPONSORED-ACADEMIC-TERM TO SORT-ACADEMIC-TERM.
           MOVE STUDENT-NAME-WORK TO SORT-STUDENT-NAME.
           MOVE TERM-CHARGE-WORK TO SORT-TERM-CHARGE.
           MOVE SPONSORSHIP-BILLED TO SORT-SPONSOR-SHARE.
           MOVE THIS-INVOICE-WORK TO SORT-THIS-INVOICE.
           MOVE SPONSOR-UNPAID-WORK TO SORT-UNPAID.
           RELEASE SORT-RECORD.
       PRINT-SPONSOR-INVOICES.
           PERFORM RETURN-SORTED-ROW.
           PERFORM PRINT-ONE-SPONSOR-INVOICE
           UNTIL SORT-EOF-SW = 'Y'.
       RETURN-SORTED-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SW
           END-RETURN.
       PRINT-ONE-SPONSOR-INVOICE.
           MOVE SORT-SPONSOR-ID TO INVOICE-SPONSOR-ID-WORK.
           MOVE ZERO TO INVOICE-THIS-TOTAL.
           MOVE ZERO TO INVOICE-UNPAID-TOTAL.
           MOVE SORT-SPONSOR-ID TO SPONSOR-ID.
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SPONSOR-MASTER-RECORD
                   MOVE SORT-SPONSOR-ID TO SPONSOR-ID
           END-READ.
           PERFORM WRITE-INVOICE-HEADING.
           PERFORM PRINT-INVOICE-DETAIL
           UNTIL SORT-EOF-SW = 'Y'
               OR SORT-SPONSOR-ID NOT = INVOICE-SPONSOR-ID-WORK.
           PERFORM WRITE-INVOICE-TOTALS.
           ADD 1 TO INVOICES-PRINTED-COUNT.
       WRITE-INVOICE-HEADING.
           IF INVOICES-PRINTED-COUNT > ZERO
               MOVE SPACES TO INVOICE-LINE
               WRITE INVOICE-LINE
               BEFORE ADVANCING PAGE
           END-IF.
           MOVE SPONSOR-ID TO HEADING-INVOICE-SPONSOR.
           MOVE CURRENT-DATE-WORK TO HEADING-INVOICE-DATE.
           MOVE CURRENT-DATE-WORK TO HEADING-RUN-DATE.
           WRITE INVOICE-LINE FROM INVOICE-HEADING-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPONSOR-NAME TO BILL-TO-NAME.
           WRITE INVOICE-LINE FROM BILL-TO-NAME-LINE.
           IF SPONSOR-ATTENTION NOT = SPACES
               MOVE SPONSOR-ATTENTION TO BILL-TO-ATTENTION
               WRITE INVOICE-LINE FROM BILL-TO-ATTENTION-LINE
           END-IF.
           MOVE SPONSOR-STREET TO BILL-TO-STREET.
           WRITE INVOICE-LINE FROM BILL-TO-STREET-LINE.
           MOVE SPONSOR-CITY TO BILL-TO-CITY.
           MOVE SPONSOR-STATE TO BILL-TO-STATE.
           MOVE SPONSOR-POSTAL-CODE TO BILL-TO-POSTAL.
           WRITE INVOICE-LINE FROM BILL-TO-CITY-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPONSOR-ID TO INVOICE-SPONSOR-ID.
           WRITE INVOICE-LINE FROM INVOICE-SPONSOR-ID-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           WRITE INVOICE-LINE FROM INVOICE-COLUMN-LINE.
       PRINT-INVOICE-DETAIL.
           MOVE SORT-STUDENT-NUMBER TO DETAIL-STUDENT-NUMBER.
           MOVE SORT-STUDENT-NAME TO DETAIL-STUDENT-NAME.
           MOVE SORT-ACADEMIC-TERM TO DETAIL-ACADEMIC-TERM.
           MOVE SORT-TERM-CHARGE TO DETAIL-TERM-CHARGE.
           MOVE SORT-SPONSOR-SHARE TO DETAIL-SPONSOR-SHARE.
           MOVE SORT-THIS-INVOICE TO DETAIL-THIS-INVOICE.
           MOVE SORT-UNPAID TO DETAIL-UNPAID.
           WRITE INVOICE-LINE FROM INVOICE-DETAIL-LINE.
           ADD SORT-THIS-INVOICE TO INVOICE-THIS-TOTAL.
           ADD SORT-UNPAID TO INVOICE-UNPAID-TOTAL.
           PERFORM RETURN-SORTED-ROW.
       WRITE-INVOICE-TOTALS.
      *    What is now due is everything the sponsor still owes on
      *    the students listed; whatever this invoice did not add
      *    was billed on an earlier one.
           COMPUTE INVOICE-PREVIOUS-TOTAL =
               INVOICE-UNPAID-TOTAL - INVOICE-THIS-TOTAL.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE "PREVIOUSLY BILLED, UNPAID" TO INVOICE-TOTAL-CAPTION.
           MOVE INVOICE-PREVIOUS-TOTAL TO INVOICE-TOTAL-FIGURE.
           WRITE INVOICE-LINE FROM INVOICE-TOTAL-LINE.
           MOVE "THIS INVOICE" TO INVOICE-TOTAL-CAPTION.
           MOVE INVOICE-THIS-TOTAL TO INVOICE-TOTAL-FIGURE.
           WRITE INVOICE-LINE FROM INVOICE-TOTAL-LINE.
           MOVE "TOTAL NOW DUE" TO INVOICE-TOTAL-CAPTION.
           MOVE INVOICE-UNPAID-TOTAL TO INVOICE-TOTAL-FIGURE.
           WRITE INVOICE-LINE FROM INVOICE-TOTAL-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           WRITE INVOICE-LINE FROM INVOICE-REMIT-LINE.
       DISPLAY-INVOICING-TOTALS.
           DISPLAY "Sponsorships read   : " SPONSORSHIPS-READ-COUNT.
           DISPLAY "Shares billed       : " SPONSORSHIPS-BILLED-COUNT.
           DISPLAY "Amount billed       : " TOTAL-AMOUNT-BILLED.
           DISPLAY "Shares credited     : "
                   SPONSORSHIPS-CREDITED-COUNT.
           DISPLAY "Amount credited     : " TOTAL-AMOUNT-CREDITED.
           DISPLAY "Sponsorships skipped: "
                   SPONSORSHIPS-SKIPPED-COUNT.
           DISPLAY "Invoices printed    : " INVOICES-PRINTED-COUNT.
       CLOSE-INVOICING-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE SPONSOR-MASTER-FILE.
           CLOSE SPONSORSHIP-FILE.
           CLOSE PAYMENT-LEDGER-FILE-OUT.
           CLOSE SPONSOR-INVOICE-OUT.
       END PROGRAM SPONSOR-INVOICING.
