      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Monthly run that charges the late fee policy allows
      *          on balances past due, instead of cashiers adding it
      *          by hand through STUDENT-MAINTENANCE where it is lost
      *          inside TUITION-OWED. Each student with a balance is
      *          measured exactly as DELINQUENCY-AGING measures them:
      *          from the earliest PAYMENT-PLANS.TXT installment their
      *          credits have not covered when they are on a plan for
      *          their current term, otherwise from the charge date.
      *          The fee comes from LATE-FEE-TABLE.TXT, one row per
      *          days-overdue bracket, either a flat amount or a
      *          percentage of the amount past due with an optional
      *          ceiling; the highest bracket the student has reached
      *          applies. Only what is actually past due is charged
      *          on - the installments already due on a plan, or the
      *          whole balance otherwise - and never fees already on
      *          the account. The fee is added into TUITION-OWED so
      *          every balance, statement and aging run includes it,
      *          written to PAYMENT-LEDGER.TXT as an 'F' entry, and
      *          kept as its own amount on LATE-FEE-ACCOUNTS.TXT. A
      *          student is charged at most once in a calendar month,
      *          so running the job twice in a month charges nothing
      *          the second time. Every fee charged is itemized on the
      *          late fee register. What a third-party sponsor has
      *          been invoiced for on SPONSORSHIPS.TXT and not yet paid
      *          is the sponsor's debt, not the student's: it is left
      *          out of the balance, and counts toward a plan's
      *          installments, so no student is charged a fee on money
      *          their sponsor owes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE-ASSESSMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORDS-FILE-IN
           ASSIGN TO "F:\STUDENT-RECORDS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STUDENT-RECORD-FILE-STATUS.

           SELECT PAYMENT-PLAN-FILE
           ASSIGN TO "F:\PAYMENT-PLANS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAN-STUDENT-NUMBER
           FILE STATUS IS PAYMENT-PLAN-STATUS.

           SELECT LATE-FEE-TABLE-IN
           ASSIGN TO "F:\LATE-FEE-TABLE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEE-TABLE-FILE-STATUS.

           SELECT LATE-FEE-ACCOUNT-FILE
           ASSIGN TO "F:\LATE-FEE-ACCOUNTS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEE-STUDENT-NUMBER
           FILE STATUS IS FEE-ACCOUNT-STATUS.

           SELECT PAYMENT-LEDGER-FILE-OUT
           ASSIGN TO "F:\PAYMENT-LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-LEDGER-STATUS.

           SELECT SPONSORSHIP-FILE
           ASSIGN TO "F:\SPONSORSHIPS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPONSORSHIP-KEY
           FILE STATUS IS SPONSORSHIP-STATUS.

           SELECT FEE-REGISTER-OUT
           ASSIGN TO "F:\LATE-FEE-REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE-IN.
           COPY STUDCPY.

       FD PAYMENT-PLAN-FILE.
           COPY PLANCPY.

       FD LATE-FEE-TABLE-IN.
      *    One row per days-overdue bracket. 'F' charges the flat
      *    amount; 'P' charges the percentage of the amount past
      *    due, rounded to whole dollars and held to the maximum
      *    when one is given (zero means no maximum).
       01 LATE-FEE-TABLE-RECORD.
           05 FEE-TABLE-MINIMUM-DAYS PIC 9(3).
           05 FEE-TABLE-METHOD PIC X(1).
               88 FEE-TABLE-FLAT VALUE 'F'.
               88 FEE-TABLE-PERCENT VALUE 'P'.
           05 FEE-TABLE-FLAT-AMOUNT PIC 9(4).
           05 FEE-TABLE-RATE PIC 9(2)V99.
           05 FEE-TABLE-MAXIMUM PIC 9(4).

       FD LATE-FEE-ACCOUNT-FILE.
           COPY LFEECPY.

       FD PAYMENT-LEDGER-FILE-OUT.
           COPY PAYLCPY.

       FD SPONSORSHIP-FILE.
           COPY SSHPCPY.

       FD FEE-REGISTER-OUT.
       01 FEE-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 PAYMENT-PLAN-STATUS PIC X(2).
           05 FEE-TABLE-FILE-STATUS PIC X(2).
           05 FEE-ACCOUNT-STATUS PIC X(2).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 FEE-REGISTER-STATUS PIC X(2).
           05 CURRENT-DATE-WORK PIC 9(8).
           05 CURRENT-DATE-INTEGER PIC 9(8) COMP.
           05 CHARGE-DATE-INTEGER PIC 9(8) COMP.
           05 DAYS-OVERDUE PIC S9(5) COMP.
           05 PLAN-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 PLAN-FOUND-SW PIC X(1).
           05 PLAN-INSTALLMENT-INDEX PIC 9(2) COMP VALUE ZERO.
           05 MISSED-INSTALLMENT-SW PIC X(1).
           05 MISSED-DUE-DATE-WORK PIC 9(8) VALUE ZERO.
           05 DUE-DATE-INTEGER PIC 9(8) COMP.
           05 FEE-ACCOUNT-FOUND-SW PIC X(1).
           05 FEE-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
           05 FEE-TABLE-FULL-SW PIC X(1) VALUE 'N'.
           05 FEE-TABLE-VALID-SW PIC X(1) VALUE 'Y'.
           05 FEE-BRACKET-FOUND-SW PIC X(1).
           05 FEE-BRACKET-INDEX PIC 9(4) COMP VALUE ZERO.
           05 STUDENTS-CHARGED-COUNT PIC 9(6) VALUE ZERO.
           05 ALREADY-CHARGED-COUNT PIC 9(6) VALUE ZERO.
           05 FEES-NOT-CHARGED-COUNT PIC 9(6) VALUE ZERO.
           05 SPONSORSHIP-STATUS PIC X(2).
           05 SPONSORSHIP-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 SPONSORSHIP-AT-END-SW PIC X(1).

       01 FEE-BRACKET-TABLE.
      *    The fee table loaded once; a policy has a handful of
      *    brackets, and 20 leaves plenty of room.
           05 FEE-BRACKET-ENTRY OCCURS 20 TIMES
              INDEXED BY FEE-BRACKET-IDX.
               10 BRACKET-MINIMUM-DAYS PIC 9(3).
               10 BRACKET-METHOD PIC X(1).
               10 BRACKET-FLAT-AMOUNT PIC 9(4).
               10 BRACKET-RATE PIC 9(2)V99.
               10 BRACKET-MAXIMUM PIC 9(4).

       01 CREDITED-TO-ACCOUNT-WORK PIC 9(7) VALUE ZERO.
       01 SCHEDULED-CUM-WORK PIC 9(7) VALUE ZERO.
       01 SCHEDULED-DUE-WORK PIC 9(7) VALUE ZERO.

       01 BALANCE-DUE-WORK PIC S9(7) VALUE ZERO.
       01 SPONSOR-OWES-WORK PIC 9(7) VALUE ZERO.
       01 FEE-BASE-WORK PIC S9(7) VALUE ZERO.
       01 PAST-DUE-WORK PIC S9(7) VALUE ZERO.
       01 LATE-FEE-WORK PIC 9(6) VALUE ZERO.
       01 TOTAL-FEES-CHARGED PIC 9(9) VALUE ZERO.

       01 FEE-HEADING-LINE-1.
           05 FILLER PIC X(36)
              VALUE "LATE FEE ASSESSMENT REGISTER  AS OF ".
           05 HEADING-RUN-DATE PIC 9(8).

       01 FEE-HEADING-LINE-2.
           05 FILLER PIC X(7) VALUE "NUMBER".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "  DAYS".
           05 FILLER PIC X(12) VALUE "    PAST DUE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "METHOD".
           05 FILLER PIC X(10) VALUE "       FEE".

       01 FEE-DETAIL-LINE.
           05 DETAIL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DETAIL-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DETAIL-DAYS-OVERDUE PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DETAIL-PAST-DUE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DETAIL-METHOD PIC X(4).
           05 FILLER PIC X(5) VALUE SPACES.
           05 DETAIL-LATE-FEE PIC ZZZ,ZZ9.

       01 FEE-TOTAL-LINE.
           05 FILLER PIC X(36) VALUE "STUDENTS CHARGED".
           05 TOTAL-STUDENTS-EDIT PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "   FEES  $".
           05 TOTAL-FEES-EDIT PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ASSESS-LATE-FEES.
           PERFORM LOAD-FEE-TABLE.
           PERFORM OPEN-LATE-FEE-FILES.
           PERFORM WRITE-FEE-HEADINGS.
           PERFORM READ-STUDENT-RECORD.
           PERFORM ASSESS-ONE-STUDENT
           UNTIL STUDENT-RECORD-FILE-STATUS = '10'.
           PERFORM WRITE-FEE-TOTAL-LINE.
           PERFORM DISPLAY-LATE-FEE-TOTALS.
           PERFORM CLOSE-LATE-FEE-FILES.
           STOP RUN.
       LOAD-FEE-TABLE.
      *    No fee is charged on a table that is missing, empty, or
      *    carries a row that cannot be read - a bad policy row
      *    would otherwise charge every overdue student wrongly.
           OPEN INPUT LATE-FEE-TABLE-IN.
           IF FEE-TABLE-FILE-STATUS NOT = '00'
               DISPLAY "LATE-FEE-TABLE.TXT could not be opened, "
                       "file status " FEE-TABLE-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-FEE-TABLE-RECORD.
           PERFORM ADD-BRACKET-TO-TABLE
           UNTIL FEE-TABLE-FILE-STATUS = '10'
               OR FEE-TABLE-FULL-SW = 'Y'.
           CLOSE LATE-FEE-TABLE-IN.
           IF FEE-TABLE-COUNT = ZERO
               DISPLAY "LATE-FEE-TABLE.TXT has no fee brackets - "
                       "no fees charged."
               MOVE 'N' TO FEE-TABLE-VALID-SW
           END-IF.
           IF FEE-TABLE-VALID-SW = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       READ-FEE-TABLE-RECORD.
           READ LATE-FEE-TABLE-IN.
       ADD-BRACKET-TO-TABLE.
           IF FEE-TABLE-COUNT >= 20
               MOVE 'Y' TO FEE-TABLE-FULL-SW
               MOVE 'N' TO FEE-TABLE-VALID-SW
               DISPLAY "FEE-BRACKET-TABLE is full at 20 brackets - "
                       "no fees charged."
           ELSE
               IF FEE-TABLE-MINIMUM-DAYS IS NOT NUMERIC
                   OR FEE-TABLE-MINIMUM-DAYS = ZERO
                   OR NOT (FEE-TABLE-FLAT OR FEE-TABLE-PERCENT)
                   OR FEE-TABLE-FLAT-AMOUNT IS NOT NUMERIC
                   OR FEE-TABLE-RATE IS NOT NUMERIC
                   OR FEE-TABLE-MAXIMUM IS NOT NUMERIC
                   MOVE 'N' TO FEE-TABLE-VALID-SW
                   DISPLAY "LATE-FEE-TABLE.TXT row "
                           LATE-FEE-TABLE-RECORD
                           " is not a valid fee bracket - no fees "
                           "charged."
               ELSE
                   ADD 1 TO FEE-TABLE-COUNT
                   SET FEE-BRACKET-IDX TO FEE-TABLE-COUNT
                   MOVE FEE-TABLE-MINIMUM-DAYS
                       TO BRACKET-MINIMUM-DAYS (FEE-BRACKET-IDX)
                   MOVE FEE-TABLE-METHOD
                       TO BRACKET-METHOD (FEE-BRACKET-IDX)
                   MOVE FEE-TABLE-FLAT-AMOUNT
                       TO BRACKET-FLAT-AMOUNT (FEE-BRACKET-IDX)
                   MOVE FEE-TABLE-RATE
                       TO BRACKET-RATE (FEE-BRACKET-IDX)
                   MOVE FEE-TABLE-MAXIMUM
                       TO BRACKET-MAXIMUM (FEE-BRACKET-IDX)
               END-IF
               PERFORM READ-FEE-TABLE-RECORD
           END-IF.
       OPEN-LATE-FEE-FILES.
      *    OPEN I-O rather than INPUT because charging a fee
      *    REWRITEs the record just read.
           OPEN I-O STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-PAYMENT-PLAN-FILE.
           PERFORM OPEN-FEE-ACCOUNT-FILE.
           PERFORM OPEN-PAYMENT-LEDGER-FILE.
           PERFORM OPEN-SPONSORSHIP-FILE.
           OPEN OUTPUT FEE-REGISTER-OUT.
           ACCEPT CURRENT-DATE-WORK FROM DATE YYYYMMDD.
           COMPUTE CURRENT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-WORK).
       OPEN-PAYMENT-PLAN-FILE.
      *    No plan file simply means nobody is on a plan yet;
      *    everyone is measured from the charge date.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PAYMENT-PLAN-STATUS = '00'
               MOVE 'Y' TO PLAN-FILE-OPEN-SW
           END-IF.
       OPEN-FEE-ACCOUNT-FILE.
      *    An indexed file that has never been created yet still has
      *    to be OPENed OUTPUT once to bring it into existence, the
      *    same as OPEN-STUDENT-RECORD-FILE in Project1.cbl.
           OPEN I-O LATE-FEE-ACCOUNT-FILE.
           IF FEE-ACCOUNT-STATUS = '05' OR '35'
               OPEN OUTPUT LATE-FEE-ACCOUNT-FILE
               CLOSE LATE-FEE-ACCOUNT-FILE
               OPEN I-O LATE-FEE-ACCOUNT-FILE
           END-IF.
           IF FEE-ACCOUNT-STATUS NOT = '00'
               DISPLAY "LATE-FEE-ACCOUNTS.TXT could not be opened, "
                       "file status " FEE-ACCOUNT-STATUS "."
               CLOSE STUDENT-RECORDS-FILE-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       OPEN-PAYMENT-LEDGER-FILE.
      *    EXTEND so the fees land behind every earlier posting;
      *    OPEN OUTPUT only the first time the ledger does not exist.
           OPEN EXTEND PAYMENT-LEDGER-FILE-OUT.
           IF PAYMENT-LEDGER-STATUS = '05' OR '35'
               OPEN OUTPUT PAYMENT-LEDGER-FILE-OUT
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
       ASSESS-ONE-STUDENT.
           COMPUTE BALANCE-DUE-WORK =
               TUITION-OWED - PAYMENTS-RECEIVED - AID-RECEIVED.
           PERFORM FIND-SPONSOR-SHARE-OUTSTANDING.
           SUBTRACT SPONSOR-OWES-WORK FROM BALANCE-DUE-WORK.
           IF BALANCE-DUE-WORK > ZERO
               PERFORM LOOKUP-FEE-ACCOUNT
               IF LAST-FEE-DATE (1:6) = CURRENT-DATE-WORK (1:6)
                   ADD 1 TO ALREADY-CHARGED-COUNT
               ELSE
                   PERFORM ASSESS-OVERDUE-BALANCE
               END-IF
           END-IF.
           PERFORM READ-STUDENT-RECORD.
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
       LOOKUP-FEE-ACCOUNT.
      *    A student never charged before has no fee account yet;
      *    one is started for them the first time a fee is charged.
           MOVE 'N' TO FEE-ACCOUNT-FOUND-SW.
           MOVE STUDENT-NUMBER TO FEE-STUDENT-NUMBER.
           READ LATE-FEE-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO FEE-ACCOUNT-FOUND-SW
           END-READ.
           IF FEE-ACCOUNT-FOUND-SW = 'N'
               MOVE STUDENT-NUMBER TO FEE-STUDENT-NUMBER
               MOVE ZERO TO LATE-FEES-ON-ACCOUNT
               MOVE ZERO TO LATE-FEES-ASSESSED
               MOVE ZERO TO LATE-FEES-WAIVED
               MOVE ZERO TO LAST-FEE-DATE
               MOVE ZERO TO LAST-FEE-AMOUNT
               MOVE ZERO TO LAST-WAIVER-DATE
           END-IF.
       ASSESS-OVERDUE-BALANCE.
      *    Fees already on the account are part of the balance but
      *    are never themselves charged a fee.
           COMPUTE FEE-BASE-WORK =
               BALANCE-DUE-WORK - LATE-FEES-ON-ACCOUNT.
           PERFORM COMPUTE-DAYS-OVERDUE.
           IF FEE-BASE-WORK > ZERO AND DAYS-OVERDUE > ZERO
               PERFORM FIND-FEE-BRACKET
               IF FEE-BRACKET-FOUND-SW = 'Y'
                   PERFORM COMPUTE-PAST-DUE-AMOUNT
                   PERFORM COMPUTE-LATE-FEE
                   IF LATE-FEE-WORK > ZERO
                       PERFORM CHARGE-LATE-FEE
                   END-IF
               END-IF
           END-IF.
       COMPUTE-DAYS-OVERDUE.
      *    Measured the same way DELINQUENCY-AGING measures it: a
      *    student on an installment plan for their current term
      *    against their schedule, anyone else from the charge
      *    date. A plan left over from a prior term no longer
      *    describes the charge on the books and is ignored.
           PERFORM LOOKUP-PAYMENT-PLAN.
           IF PLAN-FOUND-SW = 'Y'
               AND PLAN-ACADEMIC-TERM = ACADEMIC-TERM
               PERFORM MEASURE-PLAN-DELINQUENCY
           ELSE
               PERFORM MEASURE-CHARGE-DELINQUENCY
           END-IF.
       LOOKUP-PAYMENT-PLAN.
           MOVE 'N' TO PLAN-FOUND-SW.
           IF PLAN-FILE-OPEN-SW = 'Y'
               MOVE STUDENT-NUMBER TO PLAN-STUDENT-NUMBER
               READ PAYMENT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO PLAN-FOUND-SW
               END-READ
           END-IF.
       MEASURE-PLAN-DELINQUENCY.
      *    An installment is satisfied when the credits on the
      *    account cover the scheduled amounts through it; the
      *    student ages from the due date of the earliest one their
      *    credits do not reach. A student whose credits cover the
      *    whole schedule is current on their plan no matter how
      *    old the charge is.
           COMPUTE CREDITED-TO-ACCOUNT-WORK =
               PAYMENTS-RECEIVED + AID-RECEIVED + SPONSOR-OWES-WORK.
           MOVE ZERO TO SCHEDULED-CUM-WORK.
           MOVE 'N' TO MISSED-INSTALLMENT-SW.
           MOVE ZERO TO MISSED-DUE-DATE-WORK.
           PERFORM CHECK-ONE-INSTALLMENT
           VARYING PLAN-INSTALLMENT-INDEX FROM 1 BY 1
           UNTIL PLAN-INSTALLMENT-INDEX > PLAN-INSTALLMENT-COUNT
               OR MISSED-INSTALLMENT-SW = 'Y'.
           IF MISSED-INSTALLMENT-SW = 'N'
               MOVE ZERO TO DAYS-OVERDUE
           ELSE
               PERFORM AGE-FROM-MISSED-INSTALLMENT
           END-IF.
       CHECK-ONE-INSTALLMENT.
           ADD PLAN-INSTALLMENT-AMOUNT (PLAN-INSTALLMENT-INDEX)
               TO SCHEDULED-CUM-WORK.
           IF SCHEDULED-CUM-WORK > CREDITED-TO-ACCOUNT-WORK
               MOVE 'Y' TO MISSED-INSTALLMENT-SW
               MOVE PLAN-DUE-DATE (PLAN-INSTALLMENT-INDEX)
                   TO MISSED-DUE-DATE-WORK
           END-IF.
       AGE-FROM-MISSED-INSTALLMENT.
      *    An unusable due date is treated as current rather than
      *    off the bottom of the calendar, so no fee is charged on
      *    it. A due date still in the future comes out negative.
           IF MISSED-DUE-DATE-WORK = ZERO
               MOVE ZERO TO DAYS-OVERDUE
               DISPLAY "Student number " STUDENT-NUMBER " has no "
                       "usable installment due date - no fee "
                       "charged."
           ELSE
               COMPUTE DUE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(MISSED-DUE-DATE-WORK)
               IF DUE-DATE-INTEGER = ZERO
                   MOVE ZERO TO DAYS-OVERDUE
                   DISPLAY "Student number " STUDENT-NUMBER " has no "
                           "usable installment due date - no fee "
                           "charged."
               ELSE
                   COMPUTE DAYS-OVERDUE =
                       CURRENT-DATE-INTEGER - DUE-DATE-INTEGER
               END-IF
           END-IF.
       MEASURE-CHARGE-DELINQUENCY.
      *    A record keyed before CHARGE-DATE existed carries zero
      *    there, and INTEGER-OF-DATE answers zero for a date that
      *    never was; either is treated as current and charged
      *    nothing, and the verify utility reports it.
           IF CHARGE-DATE IS NOT NUMERIC OR CHARGE-DATE = ZERO
               MOVE ZERO TO DAYS-OVERDUE
               DISPLAY "Student number " STUDENT-NUMBER " has no "
                       "usable charge date - no fee charged."
           ELSE
               COMPUTE CHARGE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CHARGE-DATE)
               IF CHARGE-DATE-INTEGER = ZERO
                   MOVE ZERO TO DAYS-OVERDUE
                   DISPLAY "Student number " STUDENT-NUMBER " has no "
                           "usable charge date - no fee charged."
               ELSE
                   COMPUTE DAYS-OVERDUE =
                       CURRENT-DATE-INTEGER - CHARGE-DATE-INTEGER
               END-IF
           END-IF.
       FIND-FEE-BRACKET.
      *    The brackets need not be in order on the table; the one
      *    with the highest minimum the student has reached wins.
           MOVE 'N' TO FEE-BRACKET-FOUND-SW.
           MOVE ZERO TO FEE-BRACKET-INDEX.
           PERFORM CHECK-ONE-FEE-BRACKET
           VARYING FEE-BRACKET-IDX FROM 1 BY 1
           UNTIL FEE-BRACKET-IDX > FEE-TABLE-COUNT.
       CHECK-ONE-FEE-BRACKET.
           IF DAYS-OVERDUE >= BRACKET-MINIMUM-DAYS (FEE-BRACKET-IDX)
               IF FEE-BRACKET-FOUND-SW = 'N'
                   MOVE 'Y' TO FEE-BRACKET-FOUND-SW
                   SET FEE-BRACKET-INDEX TO FEE-BRACKET-IDX
               ELSE
               IF BRACKET-MINIMUM-DAYS (FEE-BRACKET-IDX)
                   > BRACKET-MINIMUM-DAYS (FEE-BRACKET-INDEX)
                   SET FEE-BRACKET-INDEX TO FEE-BRACKET-IDX
               END-IF
               END-IF
           END-IF.
       COMPUTE-PAST-DUE-AMOUNT.
      *    On a plan only the installments already due are past
      *    due, less the credits that have covered them; otherwise
      *    the whole balance is. Either way it is never more than
      *    the balance without its fees.
           IF PLAN-FOUND-SW = 'Y'
               AND PLAN-ACADEMIC-TERM = ACADEMIC-TERM
               MOVE ZERO TO SCHEDULED-DUE-WORK
               PERFORM ADD-INSTALLMENT-IF-DUE
               VARYING PLAN-INSTALLMENT-INDEX FROM 1 BY 1
               UNTIL PLAN-INSTALLMENT-INDEX > PLAN-INSTALLMENT-COUNT
               COMPUTE PAST-DUE-WORK =
                   SCHEDULED-DUE-WORK - CREDITED-TO-ACCOUNT-WORK
               IF PAST-DUE-WORK > FEE-BASE-WORK
                   MOVE FEE-BASE-WORK TO PAST-DUE-WORK
               END-IF
           ELSE
               MOVE FEE-BASE-WORK TO PAST-DUE-WORK
           END-IF.
       ADD-INSTALLMENT-IF-DUE.
           IF PLAN-DUE-DATE (PLAN-INSTALLMENT-INDEX)
               <= CURRENT-DATE-WORK
               ADD PLAN-INSTALLMENT-AMOUNT (PLAN-INSTALLMENT-INDEX)
                   TO SCHEDULED-DUE-WORK
           END-IF.
       COMPUTE-LATE-FEE.
           MOVE ZERO TO LATE-FEE-WORK.
           SET FEE-BRACKET-IDX TO FEE-BRACKET-INDEX.
           IF PAST-DUE-WORK > ZERO
               IF BRACKET-METHOD (FEE-BRACKET-IDX) = 'F'
                   MOVE BRACKET-FLAT-AMOUNT (FEE-BRACKET-IDX)
                       TO LATE-FEE-WORK
               ELSE
                   COMPUTE LATE-FEE-WORK ROUNDED =
                       PAST-DUE-WORK * BRACKET-RATE (FEE-BRACKET-IDX)
                       / 100
               END-IF
               IF BRACKET-MAXIMUM (FEE-BRACKET-IDX) > ZERO
                   AND LATE-FEE-WORK > BRACKET-MAXIMUM (FEE-BRACKET-IDX)
                   MOVE BRACKET-MAXIMUM (FEE-BRACKET-IDX)
                       TO LATE-FEE-WORK
               END-IF
           END-IF.
       CHARGE-LATE-FEE.
      *    TUITION-OWED is a six-digit field; a fee that would carry
      *    it past 999999 is left for the bursar rather than
      *    truncated.
           IF TUITION-OWED + LATE-FEE-WORK > 999999
               ADD 1 TO FEES-NOT-CHARGED-COUNT
               DISPLAY "Student number " STUDENT-NUMBER " - fee "
                       LATE-FEE-WORK " would overflow TUITION-OWED; "
                       "not charged."
           ELSE
               ADD LATE-FEE-WORK TO TUITION-OWED
               REWRITE STUDENT-RECORD-IN
                   INVALID KEY
                       ADD 1 TO FEES-NOT-CHARGED-COUNT
                       DISPLAY "Student number " STUDENT-NUMBER
                               " could not be rewritten - fee not "
                               "charged."
                   NOT INVALID KEY
                       PERFORM WRITE-FEE-LEDGER-RECORD
                       PERFORM POST-TO-FEE-ACCOUNT
                       PERFORM WRITE-FEE-DETAIL-LINE
                       ADD 1 TO STUDENTS-CHARGED-COUNT
                       ADD LATE-FEE-WORK TO TOTAL-FEES-CHARGED
               END-REWRITE
           END-IF.
       WRITE-FEE-LEDGER-RECORD.
           SET LEDGER-LATE-FEE TO TRUE.
           MOVE STUDENT-NUMBER TO LEDGER-STUDENT-NUMBER.
           MOVE LATE-FEE-WORK TO LEDGER-PAYMENT-AMOUNT.
           ACCEPT LEDGER-POSTING-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDGER-POSTING-TIME FROM TIME.
           WRITE PAYMENT-LEDGER-RECORD.
       POST-TO-FEE-ACCOUNT.
           ADD LATE-FEE-WORK TO LATE-FEES-ON-ACCOUNT.
           ADD LATE-FEE-WORK TO LATE-FEES-ASSESSED.
           MOVE CURRENT-DATE-WORK TO LAST-FEE-DATE.
           MOVE LATE-FEE-WORK TO LAST-FEE-AMOUNT.
           IF FEE-ACCOUNT-FOUND-SW = 'Y'
               REWRITE LATE-FEE-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Fee account for student number "
                               STUDENT-NUMBER " could not be "
                               "rewritten - the proof will not "
                               "balance."
               END-REWRITE
           ELSE
               WRITE LATE-FEE-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Fee account for student number "
                               STUDENT-NUMBER " could not be "
                               "written - the proof will not "
                               "balance."
               END-WRITE
           END-IF.
       WRITE-FEE-HEADINGS.
           MOVE CURRENT-DATE-WORK TO HEADING-RUN-DATE.
           WRITE FEE-REGISTER-LINE FROM FEE-HEADING-LINE-1.
           WRITE FEE-REGISTER-LINE FROM FEE-HEADING-LINE-2.
           MOVE SPACES TO FEE-REGISTER-LINE.
           WRITE FEE-REGISTER-LINE.
       WRITE-FEE-DETAIL-LINE.
           MOVE STUDENT-NUMBER TO DETAIL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO DETAIL-STUDENT-NAME.
           MOVE DAYS-OVERDUE TO DETAIL-DAYS-OVERDUE.
           MOVE PAST-DUE-WORK TO DETAIL-PAST-DUE.
           IF BRACKET-METHOD (FEE-BRACKET-IDX) = 'F'
               MOVE "FLAT" TO DETAIL-METHOD
           ELSE
               MOVE "PCT" TO DETAIL-METHOD
           END-IF.
           MOVE LATE-FEE-WORK TO DETAIL-LATE-FEE.
           WRITE FEE-REGISTER-LINE FROM FEE-DETAIL-LINE.
       WRITE-FEE-TOTAL-LINE.
           MOVE SPACES TO FEE-REGISTER-LINE.
           WRITE FEE-REGISTER-LINE.
           MOVE STUDENTS-CHARGED-COUNT TO TOTAL-STUDENTS-EDIT.
           MOVE TOTAL-FEES-CHARGED TO TOTAL-FEES-EDIT.
           WRITE FEE-REGISTER-LINE FROM FEE-TOTAL-LINE.
       DISPLAY-LATE-FEE-TOTALS.
           DISPLAY "Students charged a late fee : "
                   STUDENTS-CHARGED-COUNT.
           DISPLAY "Late fees charged           : "
                   TOTAL-FEES-CHARGED.
           DISPLAY "Already charged this month  : "
                   ALREADY-CHARGED-COUNT.
           DISPLAY "Fees not charged            : "
                   FEES-NOT-CHARGED-COUNT.
       CLOSE-LATE-FEE-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           IF PLAN-FILE-OPEN-SW = 'Y'
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           CLOSE LATE-FEE-ACCOUNT-FILE.
           CLOSE PAYMENT-LEDGER-FILE-OUT.
           IF SPONSORSHIP-FILE-OPEN-SW = 'Y'
               CLOSE SPONSORSHIP-FILE
           END-IF.
           CLOSE FEE-REGISTER-OUT.
       END PROGRAM LATE-FEE-ASSESSMENT.
