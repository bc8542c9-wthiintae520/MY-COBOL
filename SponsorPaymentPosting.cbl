      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Post a third-party sponsor's remittance against what
      *          it has been invoiced, or look over what a sponsor
      *          still owes. A remittance is never more than the
      *          sponsor's receivable on SPONSOR-MASTER.TXT, and is
      *          applied to the sponsor's unpaid sponsorships on
      *          SPONSORSHIPS.TXT in student and term order until it
      *          is used up. Each student it reaches is credited with
      *          the cash in PAYMENTS-RECEIVED and a 'Y' entry on
      *          PAYMENT-LEDGER.TXT, exactly as a lockbox payment is,
      *          so the daily proof, account inquiry and general
      *          ledger journal see it; the sponsorship and the
      *          sponsor record what was paid, clearing the receivable
      *          the invoicing run set up, and the remittance is logged
      *          with its check reference and the operator on
      *          SPONSOR-PAYMENT-LOG.TXT. A share owed on a student no
      *          longer on the roster cannot take cash and is left for
      *          the bursar. The operator signs on against
      *          OPERATOR-MASTER.TXT first; looking a sponsor over needs
      *          only the sign-on, posting takes the sponsor payment
      *          authority, and refusals and failed sign-ons go to
      *          SECURITY-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-PAYMENT-POSTING.

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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPONSORSHIP-KEY
           FILE STATUS IS SPONSORSHIP-STATUS.

           SELECT PAYMENT-LEDGER-FILE-OUT
           ASSIGN TO "F:\PAYMENT-LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-LEDGER-STATUS.

           SELECT SPONSOR-PAYMENT-LOG-OUT
           ASSIGN TO "F:\SPONSOR-PAYMENT-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-LOG-STATUS.

           SELECT OPERATOR-MASTER-FILE
           ASSIGN TO "F:\OPERATOR-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERATOR-MASTER-ID
           FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT SECURITY-LOG-FILE-OUT
           ASSIGN TO "F:\SECURITY-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECURITY-LOG-STATUS.

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

       FD SPONSOR-PAYMENT-LOG-OUT.
      *    One entry per remittance posted: the sponsor, its check
      *    reference, what was received and what could be applied,
      *    and the operator who keyed it.
       01 SPONSOR-PAYMENT-LOG-RECORD.
           05 REMITTANCE-SPONSOR-ID PIC X(6).
           05 REMITTANCE-REFERENCE PIC X(12).
           05 REMITTANCE-RECEIVED PIC 9(8).
           05 REMITTANCE-APPLIED PIC 9(8).
           05 REMITTANCE-OPERATOR-ID PIC X(8).
           05 REMITTANCE-DATE PIC 9(8).
           05 REMITTANCE-TIME PIC 9(8).

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 SPONSOR-MASTER-STATUS PIC X(2).
           05 SPONSORSHIP-STATUS PIC X(2).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 PAYMENT-LOG-STATUS PIC X(2).
           05 REMITTANCE-FUNCTION PIC X(1).
           05 MORE-REMITTANCE-WORK-SW PIC X(3) VALUE 'YES'.
           05 SPONSOR-ID-INPUT PIC X(6).
           05 AMOUNT-INPUT PIC X(8).
           05 REFERENCE-INPUT PIC X(12).
           05 SPONSOR-FOUND-SW PIC X(1).
           05 RECORD-FOUND-SW PIC X(1).
           05 SPONSORSHIP-AT-END-SW PIC X(1).
           05 SPONSORSHIPS-LISTED-COUNT PIC 9(6) VALUE ZERO.
           05 OPERATOR-MASTER-STATUS PIC X(2).
           05 SECURITY-LOG-STATUS PIC X(2).

      *    The operator record read at sign-on stays in the master's
      *    record area for the session, so its authority flags are
      *    tested straight off OPERATOR-RECORD.
       01 SIGN-ON-FIELDS.
           05 SIGNED-ON-OPERATOR-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD-INPUT PIC X(8).
           05 SIGN-ON-ATTEMPTS PIC 9(1) VALUE ZERO.
           05 SIGNED-ON-SW PIC X(1) VALUE 'N'.
           05 REFUSED-FUNCTION-NAME PIC X(20).
           05 SIGN-ON-PROGRAM-NAME PIC X(30)
               VALUE "SPONSOR-PAYMENT-POSTING".

       01 RECEIVABLE-WORK PIC 9(8) VALUE ZERO.
       01 REMITTANCE-AMOUNT-WORK PIC 9(8) VALUE ZERO.
       01 REMAINING-TO-APPLY-WORK PIC 9(8) VALUE ZERO.
       01 APPLIED-TOTAL-WORK PIC 9(8) VALUE ZERO.
       01 SHARE-UNPAID-WORK PIC 9(6) VALUE ZERO.
       01 APPLY-AMOUNT-WORK PIC 9(6) VALUE ZERO.
       01 SPONSOR-FIGURE-EDIT PIC ZZ,ZZZ,ZZ9.
       01 SHARE-FIGURE-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       POST-SPONSOR-PAYMENTS.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-REMITTANCE-FILES.
           PERFORM PROMPT-FOR-REMITTANCE-FUNCTION.
           PERFORM PROCESS-REMITTANCE-FUNCTION
           UNTIL MORE-REMITTANCE-WORK-SW = 'NO'.
           PERFORM CLOSE-REMITTANCE-FILES.
           STOP RUN.
       OPEN-REMITTANCE-FILES.
           OPEN I-O STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               PERFORM CLOSE-SECURITY-FILES
               STOP RUN
           END-IF.
      *    With no sponsor or sponsorship on file there is nothing a
      *    remittance could be posted against.
           OPEN I-O SPONSOR-MASTER-FILE.
           IF SPONSOR-MASTER-STATUS NOT = '00'
               DISPLAY "SPONSOR-MASTER.TXT could not be opened, "
                       "file status " SPONSOR-MASTER-STATUS "."
               CLOSE STUDENT-RECORDS-FILE-IN
               PERFORM CLOSE-SECURITY-FILES
               STOP RUN
           END-IF.
           OPEN I-O SPONSORSHIP-FILE.
           IF SPONSORSHIP-STATUS NOT = '00'
               DISPLAY "SPONSORSHIPS.TXT could not be opened, "
                       "file status " SPONSORSHIP-STATUS "."
               CLOSE STUDENT-RECORDS-FILE-IN
               CLOSE SPONSOR-MASTER-FILE
               PERFORM CLOSE-SECURITY-FILES
               STOP RUN
           END-IF.
      *    EXTEND the ledger and the payment log so each remittance
      *    lands behind everything before it; OPEN OUTPUT only the
      *    first time a file does not yet exist.
           OPEN EXTEND PAYMENT-LEDGER-FILE-OUT.
           IF PAYMENT-LEDGER-STATUS = '05' OR '35'
               OPEN OUTPUT PAYMENT-LEDGER-FILE-OUT
           END-IF.
           OPEN EXTEND SPONSOR-PAYMENT-LOG-OUT.
           IF PAYMENT-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT SPONSOR-PAYMENT-LOG-OUT
           END-IF.
       PROMPT-FOR-REMITTANCE-FUNCTION.
           DISPLAY "L)ookup sponsor receivable, P)ost sponsor "
                   "payment, X) exit: ".
           ACCEPT REMITTANCE-FUNCTION.
       PROCESS-REMITTANCE-FUNCTION.
           IF REMITTANCE-FUNCTION = 'X' OR 'x'
               MOVE 'NO' TO MORE-REMITTANCE-WORK-SW
           ELSE
               PERFORM PROMPT-FOR-SPONSOR-ID
               PERFORM LOOKUP-SPONSOR
               IF SPONSOR-FOUND-SW = 'Y'
                   EVALUATE REMITTANCE-FUNCTION
                       WHEN 'L' WHEN 'l'
                           PERFORM DISPLAY-SPONSOR-RECEIVABLE
                       WHEN 'P' WHEN 'p'
                           PERFORM AUTHORIZE-SPONSOR-PAYMENT
                       WHEN OTHER
                           DISPLAY "Unrecognized function."
                   END-EVALUATE
               ELSE
                   DISPLAY "Sponsor " SPONSOR-ID-INPUT " not found."
               END-IF
               PERFORM PROMPT-FOR-REMITTANCE-FUNCTION
           END-IF.
       AUTHORIZE-SPONSOR-PAYMENT.
      *    A remittance credits student accounts with cash, so only
      *    the staff who carry that authority may key one.
           IF MAY-POST-SPONSOR-PAYMENTS
               PERFORM POST-SPONSOR-REMITTANCE
           ELSE
               MOVE "SPONSOR PAYMENT" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
           END-IF.
       PROMPT-FOR-SPONSOR-ID.
           DISPLAY "Enter sponsor ID(6 characters): ".
           ACCEPT SPONSOR-ID-INPUT.
       LOOKUP-SPONSOR.
           MOVE 'N' TO SPONSOR-FOUND-SW.
           MOVE SPONSOR-ID-INPUT TO SPONSOR-ID.
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SPONSOR-FOUND-SW
           END-READ.
           IF SPONSOR-FOUND-SW = 'Y'
               COMPUTE RECEIVABLE-WORK =
                   SPONSOR-AMOUNT-BILLED - SPONSOR-AMOUNT-PAID
           END-IF.
       DISPLAY-SPONSOR-RECEIVABLE.
           DISPLAY "Sponsor          : " SPONSOR-ID " " SPONSOR-NAME.
           MOVE SPONSOR-AMOUNT-BILLED TO SPONSOR-FIGURE-EDIT.
           DISPLAY "Billed to date   : " SPONSOR-FIGURE-EDIT.
           MOVE SPONSOR-AMOUNT-PAID TO SPONSOR-FIGURE-EDIT.
           DISPLAY "Paid to date     : " SPONSOR-FIGURE-EDIT.
           MOVE RECEIVABLE-WORK TO SPONSOR-FIGURE-EDIT.
           DISPLAY "Receivable       : " SPONSOR-FIGURE-EDIT.
           PERFORM LIST-UNPAID-SPONSORSHIPS.
       LIST-UNPAID-SPONSORSHIPS.
      *    Sponsorships are keyed by student, so a sponsor's rows
      *    are found by reading the whole file through.
           MOVE ZERO TO SPONSORSHIPS-LISTED-COUNT.
           PERFORM START-SPONSORSHIP-SWEEP.
           PERFORM LIST-ONE-UNPAID-SPONSORSHIP
           UNTIL SPONSORSHIP-AT-END-SW = 'Y'.
           IF SPONSORSHIPS-LISTED-COUNT = ZERO
               DISPLAY "Nothing unpaid for sponsor " SPONSOR-ID "."
           END-IF.
       START-SPONSORSHIP-SWEEP.
           MOVE 'N' TO SPONSORSHIP-AT-END-SW.
           MOVE LOW-VALUES TO SPONSORSHIP-KEY.
           START SPONSORSHIP-FILE
               KEY IS >= SPONSORSHIP-KEY
               INVALID KEY
                   MOVE 'Y' TO SPONSORSHIP-AT-END-SW
           END-START.
           IF SPONSORSHIP-AT-END-SW = 'N'
               PERFORM READ-NEXT-SPONSORSHIP
           END-IF.
       READ-NEXT-SPONSORSHIP.
           READ SPONSORSHIP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SPONSORSHIP-AT-END-SW
           END-READ.
       LIST-ONE-UNPAID-SPONSORSHIP.
           IF SPONSORSHIP-SPONSOR-ID = SPONSOR-ID
               AND SPONSORSHIP-BILLED > SPONSORSHIP-PAID
               COMPUTE SHARE-UNPAID-WORK =
                   SPONSORSHIP-BILLED - SPONSORSHIP-PAID
               MOVE SHARE-UNPAID-WORK TO SHARE-FIGURE-EDIT
               DISPLAY "  " SPONSORED-STUDENT-NUMBER "  "
                       SPONSORED-ACADEMIC-TERM "  unpaid "
                       SHARE-FIGURE-EDIT
               ADD 1 TO SPONSORSHIPS-LISTED-COUNT
           END-IF.
           PERFORM READ-NEXT-SPONSORSHIP.
       POST-SPONSOR-REMITTANCE.
           IF RECEIVABLE-WORK = ZERO
               DISPLAY "Sponsor " SPONSOR-ID " owes nothing - "
                       "nothing posted."
           ELSE
               PERFORM DISPLAY-SPONSOR-RECEIVABLE
               PERFORM PROMPT-FOR-REMITTANCE-AMOUNT
               IF AMOUNT-INPUT IS NOT NUMERIC
                   OR AMOUNT-INPUT = '00000000'
                   DISPLAY "Amount must be 8 numbers, not zero - "
                           "nothing posted."
               ELSE
                   MOVE AMOUNT-INPUT TO REMITTANCE-AMOUNT-WORK
                   PERFORM CHECK-AND-APPLY-REMITTANCE
               END-IF
           END-IF.
       PROMPT-FOR-REMITTANCE-AMOUNT.
           DISPLAY "Enter amount received(8 numbers): ".
           ACCEPT AMOUNT-INPUT.
       CHECK-AND-APPLY-REMITTANCE.
      *    Only what has been invoiced can be paid; anything over
      *    the receivable is for the bursar to sort out with the
      *    sponsor before it goes on the books.
           IF REMITTANCE-AMOUNT-WORK > RECEIVABLE-WORK
               DISPLAY "Amount is more than the sponsor's "
                       "receivable - nothing posted."
           ELSE
               DISPLAY "Enter check or wire reference: "
               ACCEPT REFERENCE-INPUT
               IF REFERENCE-INPUT = SPACES
                   DISPLAY "A remittance needs its check or wire "
                           "reference - nothing posted."
               ELSE
                   PERFORM APPLY-SPONSOR-REMITTANCE
               END-IF
           END-IF.
       APPLY-SPONSOR-REMITTANCE.
           MOVE REMITTANCE-AMOUNT-WORK TO REMAINING-TO-APPLY-WORK.
           MOVE ZERO TO APPLIED-TOTAL-WORK.
           PERFORM START-SPONSORSHIP-SWEEP.
           PERFORM APPLY-TO-ONE-SPONSORSHIP
           UNTIL SPONSORSHIP-AT-END-SW = 'Y'
               OR REMAINING-TO-APPLY-WORK = ZERO.
           PERFORM POST-REMITTANCE-TO-SPONSOR.
           PERFORM WRITE-PAYMENT-LOG-RECORD.
           MOVE APPLIED-TOTAL-WORK TO SPONSOR-FIGURE-EDIT.
           DISPLAY "Sponsor payment of " SPONSOR-FIGURE-EDIT
                   " applied for sponsor " SPONSOR-ID ".".
           IF REMAINING-TO-APPLY-WORK > ZERO
               MOVE REMAINING-TO-APPLY-WORK TO SPONSOR-FIGURE-EDIT
               DISPLAY SPONSOR-FIGURE-EDIT " could not be applied "
                       "- hold it for the bursar."
           END-IF.
       APPLY-TO-ONE-SPONSORSHIP.
           IF SPONSORSHIP-SPONSOR-ID = SPONSOR-ID
               AND SPONSORSHIP-BILLED > SPONSORSHIP-PAID
               COMPUTE SHARE-UNPAID-WORK =
                   SPONSORSHIP-BILLED - SPONSORSHIP-PAID
               IF SHARE-UNPAID-WORK > REMAINING-TO-APPLY-WORK
                   MOVE REMAINING-TO-APPLY-WORK TO APPLY-AMOUNT-WORK
               ELSE
                   MOVE SHARE-UNPAID-WORK TO APPLY-AMOUNT-WORK
               END-IF
               PERFORM APPLY-TO-STUDENT-ACCOUNT
           END-IF.
           PERFORM READ-NEXT-SPONSORSHIP.
       APPLY-TO-STUDENT-ACCOUNT.
      *    The cash goes on the student's account first; the
      *    sponsorship is marked paid only once it has.
           MOVE 'N' TO RECORD-FOUND-SW.
           MOVE SPONSORED-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-RECORDS-FILE-IN
               INVALID KEY
                   DISPLAY "Student number " SPONSORED-STUDENT-NUMBER
                           " is no longer on the roster - share "
                           "not paid."
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SW
           END-READ.
           IF RECORD-FOUND-SW = 'Y'
               ADD APPLY-AMOUNT-WORK TO PAYMENTS-RECEIVED
               REWRITE STUDENT-RECORD-IN
                   INVALID KEY
                       DISPLAY "Student number " STUDENT-NUMBER
                               " could not be rewritten - share "
                               "not paid."
                   NOT INVALID KEY
                       PERFORM WRITE-SPONSOR-PAYMENT-LEDGER
                       PERFORM MARK-SPONSORSHIP-PAID
               END-REWRITE
           END-IF.
       WRITE-SPONSOR-PAYMENT-LEDGER.
           SET LEDGER-SPONSOR-PAYMENT TO TRUE.
           MOVE STUDENT-NUMBER TO LEDGER-STUDENT-NUMBER.
           MOVE APPLY-AMOUNT-WORK TO LEDGER-PAYMENT-AMOUNT.
           ACCEPT LEDGER-POSTING-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDGER-POSTING-TIME FROM TIME.
           WRITE PAYMENT-LEDGER-RECORD.
       MARK-SPONSORSHIP-PAID.
           ADD APPLY-AMOUNT-WORK TO SPONSORSHIP-PAID.
           REWRITE SPONSORSHIP-RECORD
               INVALID KEY
                   DISPLAY "Sponsorship for student number "
                           SPONSORED-STUDENT-NUMBER " could not be "
                           "rewritten - the proof will not balance."
           END-REWRITE.
           SUBTRACT APPLY-AMOUNT-WORK FROM REMAINING-TO-APPLY-WORK.
           ADD APPLY-AMOUNT-WORK TO APPLIED-TOTAL-WORK.
       POST-REMITTANCE-TO-SPONSOR.
           ADD APPLIED-TOTAL-WORK TO SPONSOR-AMOUNT-PAID.
           ACCEPT SPONSOR-LAST-PAYMENT-DATE FROM DATE YYYYMMDD.
           REWRITE SPONSOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Sponsor " SPONSOR-ID " could not be "
                           "rewritten - the proof will not balance."
           END-REWRITE.
       WRITE-PAYMENT-LOG-RECORD.
           MOVE SPONSOR-ID TO REMITTANCE-SPONSOR-ID.
           MOVE REFERENCE-INPUT TO REMITTANCE-REFERENCE.
           MOVE REMITTANCE-AMOUNT-WORK TO REMITTANCE-RECEIVED.
           MOVE APPLIED-TOTAL-WORK TO REMITTANCE-APPLIED.
           MOVE SIGNED-ON-OPERATOR-ID TO REMITTANCE-OPERATOR-ID.
           ACCEPT REMITTANCE-DATE FROM DATE YYYYMMDD.
           ACCEPT REMITTANCE-TIME FROM TIME.
           WRITE SPONSOR-PAYMENT-LOG-RECORD.
       CLOSE-REMITTANCE-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE SPONSOR-MASTER-FILE.
           CLOSE SPONSORSHIP-FILE.
           CLOSE PAYMENT-LEDGER-FILE-OUT.
           CLOSE SPONSOR-PAYMENT-LOG-OUT.
           PERFORM CLOSE-SECURITY-FILES.
       SIGN-ON-OPERATOR.
      *    Nothing is done at this terminal until an operator on
      *    OPERATOR-MASTER.TXT signs on with their password. Three
      *    failures end the session; every failure is written to the
      *    security log with whatever operator ID was keyed.
           PERFORM OPEN-SECURITY-FILES.
           PERFORM ATTEMPT-OPERATOR-SIGN-ON
           UNTIL SIGNED-ON-SW = 'Y' OR SIGN-ON-ATTEMPTS = 3.
           IF SIGNED-ON-SW = 'N'
               DISPLAY "Sign-on refused - session ended."
               PERFORM CLOSE-SECURITY-FILES
               STOP RUN
           END-IF.
           DISPLAY "Signed on as " SIGNED-ON-OPERATOR-ID " "
                   OPERATOR-NAME.
       OPEN-SECURITY-FILES.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPERATOR-MASTER-STATUS NOT = '00'
               DISPLAY "OPERATOR-MASTER.TXT could not be opened, "
                       "file status " OPERATOR-MASTER-STATUS "."
               STOP RUN
           END-IF.
      *    EXTEND the security log so every session's events add to
      *    it; OPEN OUTPUT only the first time it does not yet exist.
           OPEN EXTEND SECURITY-LOG-FILE-OUT.
           IF SECURITY-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT SECURITY-LOG-FILE-OUT
           END-IF.
       ATTEMPT-OPERATOR-SIGN-ON.
           ADD 1 TO SIGN-ON-ATTEMPTS.
           DISPLAY "Enter operator ID: ".
           ACCEPT SIGNED-ON-OPERATOR-ID.
           DISPLAY "Enter password: ".
           ACCEPT SIGN-ON-PASSWORD-INPUT.
           MOVE SIGNED-ON-OPERATOR-ID TO OPERATOR-MASTER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPERATOR-PASSWORD = SIGN-ON-PASSWORD-INPUT
                       AND OPERATOR-ACTIVE
                       MOVE 'Y' TO SIGNED-ON-SW
                   END-IF
           END-READ.
           IF SIGNED-ON-SW = 'N'
               DISPLAY "Operator ID or password not accepted."
               MOVE 'F' TO SECURITY-EVENT-TYPE
               MOVE "SIGN-ON" TO SECURITY-FUNCTION-NAME
               MOVE SPACES TO SECURITY-SUBJECT-KEY
               PERFORM WRITE-SECURITY-LOG-RECORD
           END-IF.
       REFUSE-UNAUTHORIZED-FUNCTION.
      *    REFUSED-FUNCTION-NAME is set by the caller.
           DISPLAY "Operator " SIGNED-ON-OPERATOR-ID
                   " is not authorized for " REFUSED-FUNCTION-NAME
                   " - refused.".
           MOVE 'R' TO SECURITY-EVENT-TYPE.
           MOVE REFUSED-FUNCTION-NAME TO SECURITY-FUNCTION-NAME.
           MOVE SPACES TO SECURITY-SUBJECT-KEY.
           PERFORM WRITE-SECURITY-LOG-RECORD.
       WRITE-SECURITY-LOG-RECORD.
      *    The event type, function and subject are set by the
      *    caller.
           MOVE SIGNED-ON-OPERATOR-ID TO SECURITY-OPERATOR-ID.
           MOVE SIGN-ON-PROGRAM-NAME TO SECURITY-PROGRAM-NAME.
           ACCEPT SECURITY-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SECURITY-EVENT-TIME FROM TIME.
           WRITE SECURITY-LOG-RECORD.
       CLOSE-SECURITY-FILES.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE SECURITY-LOG-FILE-OUT.
       END PROGRAM SPONSOR-PAYMENT-POSTING.
