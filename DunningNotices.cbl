      *          balance clears or the charge itself changes. A
      *          student on an installment plan is measured against
      *          missed installments the same way the aging run
      *          measures them. What a third-party sponsor has been
      *          invoiced for on SPONSORSHIPS.TXT and not yet paid is
      *          left out of the balance chased and counts toward a
      *          plan's installments, so no student is dunned for
      *          money their sponsor owes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS DUNNING-STUDENT-NUMBER
           FILE STATUS IS DUNNING-HISTORY-STATUS.

           SELECT SPONSORSHIP-FILE
           ASSIGN TO "F:\SPONSORSHIPS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPONSORSHIP-KEY
           FILE STATUS IS SPONSORSHIP-STATUS.

           SELECT DUNNING-NOTICE-OUT
           ASSIGN TO "F:\DUNNING-NOTICES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       FD STUDENT-ADDRESS-FILE.
           COPY ADDRCPY.

       FD SPONSORSHIP-FILE.
           COPY SSHPCPY.

       FD DUNNING-HISTORY-FILE.
      *    One row per student with a notice outstanding: the
      *    highest level sent, the CHARGE-DATE of the charge it was
           05 HISTORY-FOUND-SW PIC X(1).
           05 NOTICE-LEVEL-WORK PIC 9(1).
           05 LAST-LEVEL-SENT-WORK PIC 9(1).
           05 SPONSORSHIP-STATUS PIC X(2).
           05 SPONSORSHIP-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 SPONSORSHIP-AT-END-SW PIC X(1).

       01 CREDITED-TO-ACCOUNT-WORK PIC 9(7) VALUE ZERO.
       01 SCHEDULED-CUM-WORK PIC 9(7) VALUE ZERO.
       01 BALANCE-DUE-WORK PIC S9(7) VALUE ZERO.
       01 SPONSOR-OWES-WORK PIC 9(7) VALUE ZERO.

       01 DUNNING-TOTAL-FIELDS.
           05 REMINDERS-SENT-COUNT PIC 9(6) VALUE ZERO.
           PERFORM OPEN-PAYMENT-PLAN-FILE.
           PERFORM OPEN-STUDENT-ADDRESS-FILE.
           PERFORM OPEN-DUNNING-HISTORY-FILE.
           PERFORM OPEN-SPONSORSHIP-FILE.
           OPEN OUTPUT DUNNING-NOTICE-OUT.
           ACCEPT CURRENT-DATE-WORK FROM DATE YYYYMMDD.
           COMPUTE CURRENT-DATE-INTEGER =
               CLOSE DUNNING-HISTORY-FILE
               OPEN I-O DUNNING-HISTORY-FILE
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
       DUN-ONE-STUDENT.
           COMPUTE BALANCE-DUE-WORK =
               TUITION-OWED - PAYMENTS-RECEIVED - AID-RECEIVED.
           PERFORM FIND-SPONSOR-SHARE-OUTSTANDING.
           SUBTRACT SPONSOR-OWES-WORK FROM BALANCE-DUE-WORK.
           IF BALANCE-DUE-WORK > ZERO
               PERFORM DUN-OUTSTANDING-BALANCE
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
           END-IF.
       MEASURE-PLAN-DELINQUENCY.
           COMPUTE CREDITED-TO-ACCOUNT-WORK =
               PAYMENTS-RECEIVED + AID-RECEIVED + SPONSOR-OWES-WORK.
           MOVE ZERO TO SCHEDULED-CUM-WORK.
           MOVE 'N' TO MISSED-INSTALLMENT-SW.
           MOVE ZERO TO MISSED-DUE-DATE-WORK.
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           CLOSE DUNNING-HISTORY-FILE.
           IF SPONSORSHIP-FILE-OPEN-SW = 'Y'
               CLOSE SPONSORSHIP-FILE
           END-IF.
           CLOSE DUNNING-NOTICE-OUT.
       END PROGRAM DUNNING-NOTICES.
