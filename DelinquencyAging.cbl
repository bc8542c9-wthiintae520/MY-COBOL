      *          current term is measured against the earliest
      *          installment their credits have not covered instead
      *          of the original charge date, so someone current on
      *          their plan never looks 90 days delinquent. What a
      *          third-party sponsor has been invoiced for on
      *          SPONSORSHIPS.TXT and not yet paid is the sponsor's
      *          receivable, not the student's: it is left out of the
      *          balance aged and counts toward a plan's installments,
      *          so no student is held for money their sponsor owes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PLAN-STUDENT-NUMBER
           FILE STATUS IS PAYMENT-PLAN-STATUS.

           SELECT SPONSORSHIP-FILE
           ASSIGN TO "F:\SPONSORSHIPS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPONSORSHIP-KEY
           FILE STATUS IS SPONSORSHIP-STATUS.

           SELECT AGING-REPORT-OUT
           ASSIGN TO "F:\DELINQUENCY-AGING.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       FD PAYMENT-PLAN-FILE.
           COPY PLANCPY.

       FD SPONSORSHIP-FILE.
           COPY SSHPCPY.

       FD AGING-REPORT-OUT.
       01 AGING-REPORT-LINE PIC X(80).

           05 MISSED-INSTALLMENT-SW PIC X(1).
           05 MISSED-DUE-DATE-WORK PIC 9(8) VALUE ZERO.
           05 DUE-DATE-INTEGER PIC 9(8) COMP.
           05 SPONSORSHIP-STATUS PIC X(2).
           05 SPONSORSHIP-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 SPONSORSHIP-AT-END-SW PIC X(1).

       01 CREDITED-TO-ACCOUNT-WORK PIC 9(7) VALUE ZERO.
       01 SCHEDULED-CUM-WORK PIC 9(7) VALUE ZERO.

       01 BALANCE-DUE-WORK PIC S9(7) VALUE ZERO.
       01 SPONSOR-OWES-WORK PIC 9(7) VALUE ZERO.

       01 AGING-BUCKET-TOTALS.
           05 TOTAL-CURRENT-BUCKET PIC 9(9) VALUE ZERO.
               STOP RUN
           END-IF.
           PERFORM OPEN-PAYMENT-PLAN-FILE.
           PERFORM OPEN-SPONSORSHIP-FILE.
           OPEN OUTPUT AGING-REPORT-OUT.
           ACCEPT CURRENT-DATE-WORK FROM DATE YYYYMMDD.
           COMPUTE CURRENT-DATE-INTEGER =
           IF PAYMENT-PLAN-STATUS = '00'
               MOVE 'Y' TO PLAN-FILE-OPEN-SW
           END-IF.
       OPEN-SPONSORSHIP-FILE.
      *    No sponsorship file means no student has a sponsor, and
      *    every balance is the student's own.
           OPEN INPUT SPONSORSHIP-FILE.
           IF SPONSORSHIP-STATUS = '00'
               MOVE 'Y' TO SPONSORSHIP-FILE-OPEN-SW
           END-IF.
       READ-STUDENT-RECORD.
           READ STUDENT-RECORDS-FILE-IN.
       AGE-ONE-STUDENT.
           COMPUTE BALANCE-DUE-WORK =
               TUITION-OWED - PAYMENTS-RECEIVED - AID-RECEIVED.
           PERFORM FIND-SPONSOR-SHARE-OUTSTANDING.
           SUBTRACT SPONSOR-OWES-WORK FROM BALANCE-DUE-WORK.
           IF BALANCE-DUE-WORK > ZERO
               PERFORM AGE-OUTSTANDING-BALANCE
           ELSE
           ELSE
               PERFORM MEASURE-CHARGE-DELINQUENCY
           END-IF.
       FIND-SPONSOR-SHARE-OUTSTANDING.
      *    A student's sponsorships are keyed student number first,
      *    so they are read in a run from the first one on file until
      *    the student number changes. Only what has been invoiced
      *    and not yet paid is the sponsor's; anything not yet
      *    invoiced is still the student's to pay.
           MOVE ZERO TO SPONSOR-OWES-WORK.
           IF SPONSORSHIP-FILE-OPEN-SW = 'Y'
               MOVE 'N' TO SPONSORSHIP-AT-END-SW
               MOVE STUDENT-NUMBER TO SPONSORED-STUDENT-NUMBER
               MOVE LOW-VALUES TO SPONSORED-ACADEMIC-TERM
               START SPONSORSHIP-FILE
                   KEY IS >= SPONSORSHIP-KEY
                   INVALID KEY
                       MOVE 'Y' TO SPONSORSHIP-AT-END-SW
               END-START
               PERFORM ADD-ONE-SPONSOR-SHARE
               UNTIL SPONSORSHIP-AT-END-SW = 'Y'
           END-IF.
       ADD-ONE-SPONSOR-SHARE.
           READ SPONSORSHIP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SPONSORSHIP-AT-END-SW
               NOT AT END
                   IF SPONSORED-STUDENT-NUMBER NOT = STUDENT-NUMBER
                       MOVE 'Y' TO SPONSORSHIP-AT-END-SW
                   ELSE
                       ADD SPONSORSHIP-BILLED TO SPONSOR-OWES-WORK
                       SUBTRACT SPONSORSHIP-PAID
                           FROM SPONSOR-OWES-WORK
                   END-IF
           END-READ.
       LOOKUP-PAYMENT-PLAN.
           MOVE 'N' TO PLAN-FOUND-SW.
           IF PLAN-FILE-OPEN-SW = 'Y'
      *    whole schedule is current on their plan no matter how
      *    old the charge is.
           COMPUTE CREDITED-TO-ACCOUNT-WORK =
               PAYMENTS-RECEIVED + AID-RECEIVED + SPONSOR-OWES-WORK.
           MOVE ZERO TO SCHEDULED-CUM-WORK.
           MOVE 'N' TO MISSED-INSTALLMENT-SW.
           MOVE ZERO TO MISSED-DUE-DATE-WORK.
           IF PLAN-FILE-OPEN-SW = 'Y'
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF SPONSORSHIP-FILE-OPEN-SW = 'Y'
               CLOSE SPONSORSHIP-FILE
           END-IF.
           CLOSE AGING-REPORT-OUT.
       END PROGRAM DELINQUENCY-AGING.
