      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Maintain the third-party sponsors who pay tuition
      *          under a sponsor agreement - employers, government
      *          agencies and embassies - on SPONSOR-MASTER.TXT, and
      *          the per-student sponsorships on SPONSORSHIPS.TXT that
      *          say which sponsor covers which student for which term,
      *          and how much: a percentage of the term's charge (with
      *          an optional dollar cap) or the charge up to a dollar
      *          cap. The sponsor invoicing run bills from these rows.
      *          A sponsorship already billed keeps its sponsor and is
      *          never deleted; cancelling one sets its coverage to
      *          nothing, and the next invoicing run hands the unpaid
      *          share back to the student. Coverage on a row already
      *          billed for a term other than the student's current
      *          one is left alone for the bursar. The operator signs on
      *          against OPERATOR-MASTER.TXT first; looking sponsors
      *          and sponsorships over needs only the sign-on, changing
      *          them takes the sponsor maintenance authority, and
      *          refusals and failed sign-ons go to SECURITY-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-MAINTENANCE.

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

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 SPONSOR-MASTER-STATUS PIC X(2).
           05 SPONSORSHIP-STATUS PIC X(2).
           05 SPONSOR-FUNCTION PIC X(1).
           05 MORE-SPONSOR-WORK-SW PIC X(3) VALUE 'YES'.
           05 SPONSOR-ID-INPUT PIC X(6).
           05 STUDENT-NUMBER-INPUT PIC X(6).
           05 TERM-INPUT PIC X(6).
           05 BASIS-INPUT PIC X(1).
           05 PERCENT-INPUT PIC X(3).
           05 CAP-INPUT PIC X(6).
           05 RECORD-FOUND-SW PIC X(1).
           05 SPONSOR-FOUND-SW PIC X(1).
           05 SPONSORSHIP-FOUND-SW PIC X(1).
           05 SPONSORSHIP-AT-END-SW PIC X(1).
           05 SPONSORSHIP-TERMS-OK-SW PIC X(1).
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
               VALUE "SPONSOR-MAINTENANCE".

       01 RECEIVABLE-WORK PIC 9(8) VALUE ZERO.
       01 SPONSOR-FIGURE-EDIT PIC ZZ,ZZZ,ZZ9.
       01 SHARE-FIGURE-EDIT PIC ZZZ,ZZ9.
       01 PAID-FIGURE-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINTAIN-SPONSORS.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-SPONSOR-FILES.
           PERFORM PROMPT-FOR-SPONSOR-FUNCTION.
           PERFORM PROCESS-SPONSOR-FUNCTION
           UNTIL MORE-SPONSOR-WORK-SW = 'NO'.
           PERFORM CLOSE-SPONSOR-FILES.
           STOP RUN.
       OPEN-SPONSOR-FILES.
           OPEN INPUT STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               PERFORM CLOSE-SECURITY-FILES
               STOP RUN
           END-IF.
           PERFORM OPEN-SPONSOR-MASTER-FILE.
           PERFORM OPEN-SPONSORSHIP-FILE.
       OPEN-SPONSOR-MASTER-FILE.
      *    An indexed file that has never been created yet still has
      *    to be OPENed OUTPUT once to bring it into existence, the
      *    same as OPEN-STUDENT-RECORD-FILE in Project1.cbl.
           OPEN I-O SPONSOR-MASTER-FILE.
           IF SPONSOR-MASTER-STATUS = '05' OR '35'
               OPEN OUTPUT SPONSOR-MASTER-FILE
               CLOSE SPONSOR-MASTER-FILE
               OPEN I-O SPONSOR-MASTER-FILE
           END-IF.
       OPEN-SPONSORSHIP-FILE.
           OPEN I-O SPONSORSHIP-FILE.
           IF SPONSORSHIP-STATUS = '05' OR '35'
               OPEN OUTPUT SPONSORSHIP-FILE
               CLOSE SPONSORSHIP-FILE
               OPEN I-O SPONSORSHIP-FILE
           END-IF.
       PROMPT-FOR-SPONSOR-FUNCTION.
           DISPLAY "A)dd sponsor, U)pdate sponsor, L)ookup sponsor, "
                   "S)ponsor a student, D)isplay student's "
                   "sponsorships, C)ancel sponsorship, X) exit: ".
           ACCEPT SPONSOR-FUNCTION.
       PROCESS-SPONSOR-FUNCTION.
           IF SPONSOR-FUNCTION = 'X' OR 'x'
               MOVE 'NO' TO MORE-SPONSOR-WORK-SW
           ELSE
      *    Only the look-ups are open to every signed-on operator;
      *    the refusal comes before anything else is asked for.
           IF (SPONSOR-FUNCTION = 'A' OR 'a' OR 'U' OR 'u'
                   OR 'S' OR 's' OR 'C' OR 'c')
               AND NOT MAY-MAINTAIN-SPONSORS
               MOVE "SPONSOR MAINTENANCE" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
               PERFORM PROMPT-FOR-SPONSOR-FUNCTION
           ELSE
               EVALUATE SPONSOR-FUNCTION
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-SPONSOR
                   WHEN 'U' WHEN 'u'
                       PERFORM UPDATE-SPONSOR
                   WHEN 'L' WHEN 'l'
                       PERFORM LOOKUP-AND-DISPLAY-SPONSOR
                   WHEN 'S' WHEN 's'
                       PERFORM SET-UP-SPONSORSHIP
                   WHEN 'D' WHEN 'd'
                       PERFORM DISPLAY-STUDENT-SPONSORSHIPS
                   WHEN 'C' WHEN 'c'
                       PERFORM CANCEL-SPONSORSHIP
                   WHEN OTHER
                       DISPLAY "Unrecognized function."
               END-EVALUATE
               PERFORM PROMPT-FOR-SPONSOR-FUNCTION
           END-IF
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
       ADD-SPONSOR.
           PERFORM PROMPT-FOR-SPONSOR-ID.
           IF SPONSOR-ID-INPUT = SPACES
               DISPLAY "A sponsor ID is required - sponsor not added."
           ELSE
               MOVE SPONSOR-ID-INPUT TO SPONSOR-ID
               PERFORM KEY-SPONSOR-FIELDS
               MOVE ZERO TO SPONSOR-AMOUNT-BILLED
               MOVE ZERO TO SPONSOR-AMOUNT-PAID
               MOVE ZERO TO SPONSOR-LAST-INVOICE-DATE
               MOVE ZERO TO SPONSOR-LAST-PAYMENT-DATE
               IF NOT (SPONSOR-EMPLOYER OR SPONSOR-AGENCY
                       OR SPONSOR-EMBASSY)
                   DISPLAY "Sponsor type must be E, G or M - "
                           "sponsor not added."
               ELSE
                   WRITE SPONSOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Sponsor " SPONSOR-ID-INPUT
                                   " is already on file - use "
                                   "update."
                       NOT INVALID KEY
                           DISPLAY "Sponsor " SPONSOR-ID-INPUT
                                   " added."
                   END-WRITE
               END-IF
           END-IF.
       KEY-SPONSOR-FIELDS.
           DISPLAY "Enter sponsor name: ".
           ACCEPT SPONSOR-NAME.
           DISPLAY "Enter sponsor type(E)mployer, G)overnment "
                   "agency, eM)bassy): ".
           ACCEPT SPONSOR-TYPE.
           DISPLAY "Enter attention line for invoices: ".
           ACCEPT SPONSOR-ATTENTION.
           DISPLAY "Enter street: ".
           ACCEPT SPONSOR-STREET.
           DISPLAY "Enter city: ".
           ACCEPT SPONSOR-CITY.
           DISPLAY "Enter state(2 letters): ".
           ACCEPT SPONSOR-STATE.
           DISPLAY "Enter postal code: ".
           ACCEPT SPONSOR-POSTAL-CODE.
       UPDATE-SPONSOR.
      *    Only the name and mailing details are keyed again; the
      *    billed and paid figures belong to the invoicing run and
      *    the payment posting.
           PERFORM PROMPT-FOR-SPONSOR-ID.
           PERFORM LOOKUP-SPONSOR.
           IF SPONSOR-FOUND-SW = 'N'
               DISPLAY "Sponsor " SPONSOR-ID-INPUT " not found - "
                       "use add."
           ELSE
               PERFORM DISPLAY-SPONSOR
               PERFORM KEY-SPONSOR-FIELDS
               IF NOT (SPONSOR-EMPLOYER OR SPONSOR-AGENCY
                       OR SPONSOR-EMBASSY)
                   DISPLAY "Sponsor type must be E, G or M - "
                           "sponsor not updated."
               ELSE
                   REWRITE SPONSOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Sponsor " SPONSOR-ID-INPUT
                                   " could not be rewritten."
                       NOT INVALID KEY
                           DISPLAY "Sponsor " SPONSOR-ID-INPUT
                                   " updated."
                   END-REWRITE
               END-IF
           END-IF.
       LOOKUP-AND-DISPLAY-SPONSOR.
           PERFORM PROMPT-FOR-SPONSOR-ID.
           PERFORM LOOKUP-SPONSOR.
           IF SPONSOR-FOUND-SW = 'N'
               DISPLAY "Sponsor " SPONSOR-ID-INPUT " not found."
           ELSE
               PERFORM DISPLAY-SPONSOR
               PERFORM LIST-SPONSOR-SPONSORSHIPS
           END-IF.
       DISPLAY-SPONSOR.
           DISPLAY "Sponsor      : " SPONSOR-ID " " SPONSOR-NAME.
           DISPLAY "Type         : " SPONSOR-TYPE.
           DISPLAY "Attention    : " SPONSOR-ATTENTION.
           DISPLAY "Street       : " SPONSOR-STREET.
           DISPLAY "City         : " SPONSOR-CITY.
           DISPLAY "State        : " SPONSOR-STATE.
           DISPLAY "Postal code  : " SPONSOR-POSTAL-CODE.
           MOVE SPONSOR-AMOUNT-BILLED TO SPONSOR-FIGURE-EDIT.
           DISPLAY "Billed       : " SPONSOR-FIGURE-EDIT.
           MOVE SPONSOR-AMOUNT-PAID TO SPONSOR-FIGURE-EDIT.
           DISPLAY "Paid         : " SPONSOR-FIGURE-EDIT.
           COMPUTE RECEIVABLE-WORK =
               SPONSOR-AMOUNT-BILLED - SPONSOR-AMOUNT-PAID.
           MOVE RECEIVABLE-WORK TO SPONSOR-FIGURE-EDIT.
           DISPLAY "Receivable   : " SPONSOR-FIGURE-EDIT.
           IF SPONSOR-LAST-INVOICE-DATE NOT = ZERO
               DISPLAY "Last invoiced: " SPONSOR-LAST-INVOICE-DATE
           END-IF.
           IF SPONSOR-LAST-PAYMENT-DATE NOT = ZERO
               DISPLAY "Last paid    : " SPONSOR-LAST-PAYMENT-DATE
           END-IF.
       LIST-SPONSOR-SPONSORSHIPS.
      *    Sponsorships are keyed by student, so a sponsor's rows
      *    are found by reading the whole file through.
           MOVE ZERO TO SPONSORSHIPS-LISTED-COUNT.
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
           PERFORM LIST-ONE-SPONSOR-SPONSORSHIP
           UNTIL SPONSORSHIP-AT-END-SW = 'Y'.
           IF SPONSORSHIPS-LISTED-COUNT = ZERO
               DISPLAY "No students sponsored by " SPONSOR-ID "."
           END-IF.
       READ-NEXT-SPONSORSHIP.
           READ SPONSORSHIP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SPONSORSHIP-AT-END-SW
           END-READ.
       LIST-ONE-SPONSOR-SPONSORSHIP.
           IF SPONSORSHIP-SPONSOR-ID = SPONSOR-ID
               PERFORM DISPLAY-SPONSORSHIP-LINE
               ADD 1 TO SPONSORSHIPS-LISTED-COUNT
           END-IF.
           PERFORM READ-NEXT-SPONSORSHIP.
       DISPLAY-SPONSORSHIP-LINE.
           IF SPONSOR-PAYS-PERCENT
               DISPLAY "  " SPONSORED-STUDENT-NUMBER "  "
                       SPONSORED-ACADEMIC-TERM "  sponsor "
                       SPONSORSHIP-SPONSOR-ID "  pays "
                       SPONSORSHIP-PERCENT "%, cap " SPONSORSHIP-CAP
           ELSE
               DISPLAY "  " SPONSORED-STUDENT-NUMBER "  "
                       SPONSORED-ACADEMIC-TERM "  sponsor "
                       SPONSORSHIP-SPONSOR-ID "  pays up to "
                       SPONSORSHIP-CAP
           END-IF.
           MOVE SPONSORSHIP-BILLED TO SHARE-FIGURE-EDIT.
           MOVE SPONSORSHIP-PAID TO PAID-FIGURE-EDIT.
           DISPLAY "      billed " SHARE-FIGURE-EDIT
                   "  paid " PAID-FIGURE-EDIT.
       PROMPT-FOR-STUDENT-NUMBER.
           DISPLAY "Enter student number(6 numbers): ".
           ACCEPT STUDENT-NUMBER-INPUT.
       LOOKUP-STUDENT-RECORD.
           MOVE 'N' TO RECORD-FOUND-SW.
           MOVE STUDENT-NUMBER-INPUT TO STUDENT-NUMBER.
           READ STUDENT-RECORDS-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SW
           END-READ.
       PROMPT-FOR-TERM.
      *    A blank term means the student's current term.
           DISPLAY "Enter term(e.g. 2026FA, blank for current): ".
           ACCEPT TERM-INPUT.
           IF TERM-INPUT = SPACES
               MOVE ACADEMIC-TERM TO TERM-INPUT
           END-IF.
       LOOKUP-SPONSORSHIP.
           MOVE 'N' TO SPONSORSHIP-FOUND-SW.
           MOVE STUDENT-NUMBER TO SPONSORED-STUDENT-NUMBER.
           MOVE TERM-INPUT TO SPONSORED-ACADEMIC-TERM.
           READ SPONSORSHIP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SPONSORSHIP-FOUND-SW
           END-READ.
       SET-UP-SPONSORSHIP.
           PERFORM PROMPT-FOR-STUDENT-NUMBER.
           PERFORM LOOKUP-STUDENT-RECORD.
           IF RECORD-FOUND-SW = 'N'
               DISPLAY "Student number " STUDENT-NUMBER-INPUT
                       " not found on the roster - nothing set up."
           ELSE
               PERFORM PROMPT-FOR-TERM
               PERFORM LOOKUP-SPONSORSHIP
               IF SPONSORSHIP-FOUND-SW = 'Y'
                   DISPLAY "Current sponsorship:"
                   PERFORM DISPLAY-SPONSORSHIP-LINE
               END-IF
               PERFORM CHECK-PRIOR-TERM-BILLING
               IF SPONSORSHIP-TERMS-OK-SW = 'Y'
                   PERFORM PROMPT-FOR-SPONSOR-ID
                   PERFORM LOOKUP-SPONSOR
                   IF SPONSOR-FOUND-SW = 'N'
                       DISPLAY "Sponsor " SPONSOR-ID-INPUT " not "
                               "found - nothing set up."
                   ELSE
                       PERFORM KEY-SPONSORSHIP-TERMS
                       IF SPONSORSHIP-TERMS-OK-SW = 'Y'
                           PERFORM STORE-SPONSORSHIP
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CHECK-PRIOR-TERM-BILLING.
      *    The invoicing run prices only the term the roster is
      *    charging, so new coverage on a row already billed for an
      *    earlier term would never be billed or credited. Such a
      *    row is left exactly as it is for the bursar to settle.
           MOVE 'Y' TO SPONSORSHIP-TERMS-OK-SW.
           IF SPONSORSHIP-FOUND-SW = 'Y'
               AND SPONSORSHIP-BILLED > ZERO
               AND SPONSORED-ACADEMIC-TERM NOT = ACADEMIC-TERM
               MOVE 'N' TO SPONSORSHIP-TERMS-OK-SW
               DISPLAY "Sponsorship for term " SPONSORED-ACADEMIC-TERM
                       " was billed for a prior term - see the "
                       "bursar; nothing changed."
           END-IF.
       KEY-SPONSORSHIP-TERMS.
      *    A sponsorship already billed stays with the sponsor that
      *    was billed, so its receivable can still be collected; only
      *    the coverage may change, and the next invoicing run bills
      *    or credits the difference.
           MOVE 'Y' TO SPONSORSHIP-TERMS-OK-SW.
           IF SPONSORSHIP-FOUND-SW = 'Y'
               AND SPONSORSHIP-BILLED > ZERO
               AND SPONSORSHIP-SPONSOR-ID NOT = SPONSOR-ID
               MOVE 'N' TO SPONSORSHIP-TERMS-OK-SW
               DISPLAY "Sponsor " SPONSORSHIP-SPONSOR-ID " has "
                       "already been billed for this term - "
                       "nothing changed."
           ELSE
               DISPLAY "Enter coverage, P)ercent of the charge or "
                       "D)ollars up to a cap: "
               ACCEPT BASIS-INPUT
               EVALUATE BASIS-INPUT
                   WHEN 'P' WHEN 'p'
                       PERFORM KEY-PERCENT-COVERAGE
                   WHEN 'D' WHEN 'd'
                       PERFORM KEY-DOLLAR-COVERAGE
                   WHEN OTHER
                       MOVE 'N' TO SPONSORSHIP-TERMS-OK-SW
                       DISPLAY "Coverage must be P or D - nothing "
                               "set up."
               END-EVALUATE
           END-IF.
       KEY-PERCENT-COVERAGE.
           DISPLAY "Enter percent covered(3 numbers, 001-100): ".
           ACCEPT PERCENT-INPUT.
           DISPLAY "Enter dollar cap(6 numbers, 000000 for none): ".
           ACCEPT CAP-INPUT.
           IF PERCENT-INPUT IS NOT NUMERIC
               OR PERCENT-INPUT = '000'
               OR PERCENT-INPUT > '100'
               OR CAP-INPUT IS NOT NUMERIC
               MOVE 'N' TO SPONSORSHIP-TERMS-OK-SW
               DISPLAY "Percent must be 001 to 100 and cap 6 "
                       "numbers - nothing set up."
           ELSE
               MOVE 'P' TO BASIS-INPUT
           END-IF.
       KEY-DOLLAR-COVERAGE.
           DISPLAY "Enter dollar cap(6 numbers): ".
           ACCEPT CAP-INPUT.
           IF CAP-INPUT IS NOT NUMERIC
               OR CAP-INPUT = '000000'
               MOVE 'N' TO SPONSORSHIP-TERMS-OK-SW
               DISPLAY "Cap must be 6 numbers, not zero - nothing "
                       "set up."
           ELSE
               MOVE 'D' TO BASIS-INPUT
               MOVE '000' TO PERCENT-INPUT
           END-IF.
       STORE-SPONSORSHIP.
           MOVE SPONSOR-ID TO SPONSORSHIP-SPONSOR-ID.
           MOVE BASIS-INPUT TO SPONSORSHIP-BASIS.
           MOVE PERCENT-INPUT TO SPONSORSHIP-PERCENT.
           MOVE CAP-INPUT TO SPONSORSHIP-CAP.
           IF SPONSORSHIP-FOUND-SW = 'Y'
               REWRITE SPONSORSHIP-RECORD
                   INVALID KEY
                       DISPLAY "Sponsorship for student number "
                               STUDENT-NUMBER " could not be "
                               "rewritten."
                   NOT INVALID KEY
                       DISPLAY "Sponsorship changed for student "
                               "number " STUDENT-NUMBER " term "
                               TERM-INPUT "."
               END-REWRITE
           ELSE
               MOVE ZERO TO SPONSORSHIP-BILLED
               MOVE ZERO TO SPONSORSHIP-PAID
               MOVE ZERO TO SPONSORSHIP-LAST-INVOICE-DATE
               WRITE SPONSORSHIP-RECORD
                   INVALID KEY
                       DISPLAY "Sponsorship for student number "
                               STUDENT-NUMBER " could not be "
                               "written."
                   NOT INVALID KEY
                       DISPLAY "Student number " STUDENT-NUMBER
                               " sponsored by " SPONSOR-ID
                               " for term " TERM-INPUT "."
               END-WRITE
           END-IF.
       DISPLAY-STUDENT-SPONSORSHIPS.
      *    Position at the student's first term and read forward
      *    until the student number changes.
           PERFORM PROMPT-FOR-STUDENT-NUMBER.
           MOVE ZERO TO SPONSORSHIPS-LISTED-COUNT.
           MOVE 'N' TO SPONSORSHIP-AT-END-SW.
           MOVE STUDENT-NUMBER-INPUT TO SPONSORED-STUDENT-NUMBER.
           MOVE LOW-VALUES TO SPONSORED-ACADEMIC-TERM.
           START SPONSORSHIP-FILE
               KEY IS >= SPONSORSHIP-KEY
               INVALID KEY
                   MOVE 'Y' TO SPONSORSHIP-AT-END-SW
           END-START.
           IF SPONSORSHIP-AT-END-SW = 'N'
               PERFORM READ-NEXT-STUDENT-SPONSORSHIP
           END-IF.
           PERFORM LIST-ONE-STUDENT-SPONSORSHIP
           UNTIL SPONSORSHIP-AT-END-SW = 'Y'.
           IF SPONSORSHIPS-LISTED-COUNT = ZERO
               DISPLAY "No sponsorships on file for student number "
                       STUDENT-NUMBER-INPUT "."
           END-IF.
       READ-NEXT-STUDENT-SPONSORSHIP.
           READ SPONSORSHIP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SPONSORSHIP-AT-END-SW
               NOT AT END
                   IF SPONSORED-STUDENT-NUMBER
                       NOT = STUDENT-NUMBER-INPUT
                       MOVE 'Y' TO SPONSORSHIP-AT-END-SW
                   END-IF
           END-READ.
       LIST-ONE-STUDENT-SPONSORSHIP.
           PERFORM DISPLAY-SPONSORSHIP-LINE.
           ADD 1 TO SPONSORSHIPS-LISTED-COUNT.
           PERFORM READ-NEXT-STUDENT-SPONSORSHIP.
       CANCEL-SPONSORSHIP.
      *    A row never billed simply comes off. One already billed
      *    must stay for the receivable and the proof, so its
      *    coverage is set to nothing instead; the next invoicing
      *    run hands whatever the sponsor has not paid back to the
      *    student.
           PERFORM PROMPT-FOR-STUDENT-NUMBER.
           PERFORM LOOKUP-STUDENT-RECORD.
           IF RECORD-FOUND-SW = 'N'
               MOVE STUDENT-NUMBER-INPUT TO STUDENT-NUMBER
               MOVE SPACES TO ACADEMIC-TERM
           END-IF.
           PERFORM PROMPT-FOR-TERM.
           PERFORM LOOKUP-SPONSORSHIP.
           PERFORM CHECK-PRIOR-TERM-BILLING.
           IF SPONSORSHIP-FOUND-SW = 'N'
               DISPLAY "No sponsorship on file for student number "
                       STUDENT-NUMBER-INPUT " term " TERM-INPUT "."
           ELSE
           IF SPONSORSHIP-TERMS-OK-SW = 'N'
               CONTINUE
           ELSE
           IF SPONSORSHIP-BILLED = ZERO
               DELETE SPONSORSHIP-FILE
                   INVALID KEY
                       DISPLAY "Sponsorship could not be deleted."
                   NOT INVALID KEY
                       DISPLAY "Sponsorship deleted for student "
                               "number " STUDENT-NUMBER-INPUT
                               " term " TERM-INPUT "."
               END-DELETE
           ELSE
               MOVE 'D' TO SPONSORSHIP-BASIS
               MOVE ZERO TO SPONSORSHIP-PERCENT
               MOVE ZERO TO SPONSORSHIP-CAP
               REWRITE SPONSORSHIP-RECORD
                   INVALID KEY
                       DISPLAY "Sponsorship could not be rewritten."
                   NOT INVALID KEY
                       DISPLAY "Coverage ended for student number "
                               STUDENT-NUMBER-INPUT " term "
                               TERM-INPUT "; the next invoicing "
                               "run returns the unpaid share to "
                               "the student."
               END-REWRITE
           END-IF
           END-IF
           END-IF.
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
       CLOSE-SPONSOR-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE SPONSOR-MASTER-FILE.
           CLOSE SPONSORSHIP-FILE.
           PERFORM CLOSE-SECURITY-FILES.
       END PROGRAM SPONSOR-MAINTENANCE.
