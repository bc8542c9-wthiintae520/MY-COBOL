      *          below the remittance stub. The mailing address is
      *          pulled from the STUDENT-ADDRESSES master, and a
      *          student billed with no address on file is flagged
      *          on the page and counted for the bursar. Whatever a
      *          third-party sponsor has been invoiced for on
      *          SPONSORSHIPS.TXT and not yet paid is shown as billed
      *          to the sponsor and left out of the balance due, and
      *          counts toward a plan's installments, so the student
      *          is billed only for their own share.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS ADDRESS-STUDENT-NUMBER
           FILE STATUS IS STUDENT-ADDRESS-STATUS.

           SELECT SPONSORSHIP-FILE
           ASSIGN TO "F:\SPONSORSHIPS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPONSORSHIP-KEY
           FILE STATUS IS SPONSORSHIP-STATUS.

           SELECT STATEMENT-PRINT-OUT
           ASSIGN TO "F:\TUITION-STATEMENTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       FD STUDENT-ADDRESS-FILE.
           COPY ADDRCPY.

       FD SPONSORSHIP-FILE.
           COPY SSHPCPY.

       FD STATEMENT-PRINT-OUT.
       01 STATEMENT-PRINT-LINE PIC X(80).

           05 PLAN-INSTALLMENT-INDEX PIC 9(2) COMP VALUE ZERO.
           05 INSTALLMENT-DUE-SW PIC X(1).
           05 INSTALLMENT-DUE-DATE-WORK PIC 9(8) VALUE ZERO.
           05 SPONSORSHIP-STATUS PIC X(2).
           05 SPONSORSHIP-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 SPONSORSHIP-AT-END-SW PIC X(1).

       01 CREDITED-TO-ACCOUNT-WORK PIC 9(7) VALUE ZERO.
       01 SCHEDULED-CUM-WORK PIC 9(7) VALUE ZERO.
       01 INSTALLMENT-DUE-WORK PIC 9(7) VALUE ZERO.
       01 SPONSOR-OWES-WORK PIC 9(7) VALUE ZERO.

       01 BALANCE-DUE-WORK PIC S9(7) VALUE ZERO.

           05 FILLER PIC X(20) VALUE "FINANCIAL AID     : ".
           05 STATEMENT-AID-RECEIVED PIC ZZZ,ZZ9.

       01 STATEMENT-SPONSOR-LINE.
           05 FILLER PIC X(20) VALUE "BILLED TO SPONSOR : ".
           05 STATEMENT-SPONSOR-OWES PIC ZZZ,ZZ9.

       01 STATEMENT-BALANCE-LINE.
           05 FILLER PIC X(20) VALUE "BALANCE DUE       : ".
           05 STATEMENT-BALANCE-DUE PIC ZZZ,ZZ9-.
           IF STUDENT-ADDRESS-STATUS = '00'
               MOVE 'Y' TO ADDRESS-FILE-OPEN-SW
           END-IF.
           PERFORM OPEN-SPONSORSHIP-FILE.
       OPEN-SPONSORSHIP-FILE.
      *    No sponsorship file means no student has a sponsor, and
      *    every student is billed their whole balance.
           OPEN INPUT SPONSORSHIP-FILE.
           IF SPONSORSHIP-STATUS = '00'
               MOVE 'Y' TO SPONSORSHIP-FILE-OPEN-SW
           END-IF.
       READ-STUDENT-RECORD.
           READ STUDENT-RECORDS-FILE-IN.
       PRODUCE-ONE-STATEMENT.
           COMPUTE BALANCE-DUE-WORK =
               TUITION-OWED - PAYMENTS-RECEIVED - AID-RECEIVED.
           PERFORM FIND-SPONSOR-SHARE-OUTSTANDING.
           SUBTRACT SPONSOR-OWES-WORK FROM BALANCE-DUE-WORK.
           PERFORM LOOKUP-PAYMENT-PLAN.
      *    A departed student with nothing on the books gets no bill;
      *    one who still owes is billed like anyone else.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-PAID-LINE.
           MOVE AID-RECEIVED TO STATEMENT-AID-RECEIVED.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-AID-LINE.
           IF SPONSOR-OWES-WORK > ZERO
               MOVE SPONSOR-OWES-WORK TO STATEMENT-SPONSOR-OWES
               WRITE STATEMENT-PRINT-LINE FROM STATEMENT-SPONSOR-LINE
           END-IF.
           IF STUDENT-ON-PLAN-SW = 'Y'
               PERFORM WRITE-INSTALLMENT-DUE-LINES
           ELSE
                       MOVE 'Y' TO ADDRESS-FOUND-SW
               END-READ
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
      *    A plan left over from a prior term no longer describes
      *    the charge on the books and is ignored.
           END-IF.
       FIND-INSTALLMENT-DUE.
           COMPUTE CREDITED-TO-ACCOUNT-WORK =
               PAYMENTS-RECEIVED + AID-RECEIVED + SPONSOR-OWES-WORK.
           MOVE ZERO TO SCHEDULED-CUM-WORK.
           MOVE ZERO TO INSTALLMENT-DUE-WORK.
           MOVE ZERO TO INSTALLMENT-DUE-DATE-WORK.
           IF ADDRESS-FILE-OPEN-SW = 'Y'
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           IF SPONSORSHIP-FILE-OPEN-SW = 'Y'
               CLOSE SPONSORSHIP-FILE
           END-IF.
           CLOSE STATEMENT-PRINT-OUT.
       END PROGRAM TUITION-STATEMENTS.
