      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Forgive a late fee at the bursar's window when a dean
      *          approves it, or look over the late fees on a
      *          student's account. The fees charged by the monthly
      *          LATE-FEE-ASSESSMENT run are kept as their own amount
      *          on LATE-FEE-ACCOUNTS.TXT; a waiver takes up to that
      *          amount back off TUITION-OWED and the fee account,
      *          writes a 'W' entry to PAYMENT-LEDGER.TXT so the daily
      *          proof, account inquiry and general ledger journal see
      *          it, and records the approving dean and the operator on
      *          FEE-WAIVER-LOG.TXT. Fees are never waived past what is
      *          on the account, so a keying slip cannot turn into a
      *          credit on tuition. The operator signs on against
      *          OPERATOR-MASTER.TXT first; looking fees over needs
      *          only the sign-on, waiving one takes the late fee
      *          waiver authority, and refusals and failed sign-ons go
      *          to SECURITY-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE-WAIVER.

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

           SELECT FEE-WAIVER-LOG-OUT
           ASSIGN TO "F:\FEE-WAIVER-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAIVER-LOG-STATUS.

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

       FD LATE-FEE-ACCOUNT-FILE.
           COPY LFEECPY.

       FD PAYMENT-LEDGER-FILE-OUT.
           COPY PAYLCPY.

       FD FEE-WAIVER-LOG-OUT.
      *    One entry per waiver granted: who was forgiven how much,
      *    the dean who approved it, and the operator who keyed it.
       01 FEE-WAIVER-LOG-RECORD.
           05 WAIVER-STUDENT-NUMBER PIC 9(6).
           05 WAIVER-AMOUNT PIC 9(6).
           05 WAIVER-APPROVED-BY PIC X(30).
           05 WAIVER-OPERATOR-ID PIC X(8).
           05 WAIVER-DATE PIC 9(8).
           05 WAIVER-TIME PIC 9(8).

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 FEE-ACCOUNT-STATUS PIC X(2).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 WAIVER-LOG-STATUS PIC X(2).
           05 WAIVER-FUNCTION PIC X(1).
           05 MORE-WAIVER-WORK-SW PIC X(3) VALUE 'YES'.
           05 STUDENT-NUMBER-INPUT PIC X(6).
           05 RECORD-FOUND-SW PIC X(1).
           05 FEE-ACCOUNT-FOUND-SW PIC X(1).
           05 AMOUNT-INPUT PIC X(6).
           05 APPROVED-BY-INPUT PIC X(30).
           05 WAIVER-AMOUNT-WORK PIC 9(6) VALUE ZERO.
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
               VALUE "LATE-FEE-WAIVER".

       01 FEE-DISPLAY-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       WAIVE-LATE-FEES.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-WAIVER-FILES.
           PERFORM PROMPT-FOR-WAIVER-FUNCTION.
           PERFORM PROCESS-WAIVER-FUNCTION
           UNTIL MORE-WAIVER-WORK-SW = 'NO'.
           PERFORM CLOSE-WAIVER-FILES.
           STOP RUN.
       OPEN-WAIVER-FILES.
           OPEN I-O STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               PERFORM CLOSE-SECURITY-FILES
               STOP RUN
           END-IF.
           PERFORM OPEN-FEE-ACCOUNT-FILE.
      *    EXTEND the ledger and the waiver log so each waiver lands
      *    behind everything before it; OPEN OUTPUT only the first
      *    time a file does not yet exist.
           OPEN EXTEND PAYMENT-LEDGER-FILE-OUT.
           IF PAYMENT-LEDGER-STATUS = '05' OR '35'
               OPEN OUTPUT PAYMENT-LEDGER-FILE-OUT
           END-IF.
           OPEN EXTEND FEE-WAIVER-LOG-OUT.
           IF WAIVER-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT FEE-WAIVER-LOG-OUT
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
       PROMPT-FOR-WAIVER-FUNCTION.
           DISPLAY "L)ookup late fees, W)aive late fee, X) exit: ".
           ACCEPT WAIVER-FUNCTION.
       PROCESS-WAIVER-FUNCTION.
           IF WAIVER-FUNCTION = 'X' OR 'x'
               MOVE 'NO' TO MORE-WAIVER-WORK-SW
           ELSE
               PERFORM PROMPT-FOR-STUDENT-NUMBER
               PERFORM LOOKUP-STUDENT-RECORD
               IF RECORD-FOUND-SW = 'Y'
                   PERFORM LOOKUP-FEE-ACCOUNT
                   EVALUATE WAIVER-FUNCTION
                       WHEN 'L' WHEN 'l'
                           PERFORM DISPLAY-LATE-FEES
                       WHEN 'W' WHEN 'w'
                           PERFORM AUTHORIZE-FEE-WAIVER
                       WHEN OTHER
                           DISPLAY "Unrecognized function."
                   END-EVALUATE
               ELSE
                   DISPLAY "Student number " STUDENT-NUMBER-INPUT
                           " not found."
               END-IF
               PERFORM PROMPT-FOR-WAIVER-FUNCTION
           END-IF.
       AUTHORIZE-FEE-WAIVER.
      *    A waiver gives up revenue on a dean's word, so only the
      *    staff who carry that authority may key one.
           IF MAY-WAIVE-LATE-FEES
               PERFORM WAIVE-LATE-FEE
           ELSE
               MOVE "LATE FEE WAIVER" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
           END-IF.
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
       LOOKUP-FEE-ACCOUNT.
           MOVE 'N' TO FEE-ACCOUNT-FOUND-SW.
           MOVE STUDENT-NUMBER TO FEE-STUDENT-NUMBER.
           READ LATE-FEE-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO FEE-ACCOUNT-FOUND-SW
           END-READ.
       DISPLAY-LATE-FEES.
           IF FEE-ACCOUNT-FOUND-SW = 'N'
               DISPLAY "Student number " STUDENT-NUMBER " has never "
                       "been charged a late fee."
           ELSE
               DISPLAY "Student          : " STUDENT-NUMBER " "
                       STUDENT-NAME
               MOVE LATE-FEES-ON-ACCOUNT TO FEE-DISPLAY-EDIT
               DISPLAY "Late fees owed   : " FEE-DISPLAY-EDIT
               MOVE LATE-FEES-ASSESSED TO FEE-DISPLAY-EDIT
               DISPLAY "Assessed to date : " FEE-DISPLAY-EDIT
               MOVE LATE-FEES-WAIVED TO FEE-DISPLAY-EDIT
               DISPLAY "Waived to date   : " FEE-DISPLAY-EDIT
               MOVE LAST-FEE-AMOUNT TO FEE-DISPLAY-EDIT
               DISPLAY "Last fee         : " FEE-DISPLAY-EDIT
                       " on " LAST-FEE-DATE
               IF LAST-WAIVER-DATE NOT = ZERO
                   DISPLAY "Last waiver on   : " LAST-WAIVER-DATE
               END-IF
           END-IF.
       WAIVE-LATE-FEE.
           IF FEE-ACCOUNT-FOUND-SW = 'N'
               OR LATE-FEES-ON-ACCOUNT = ZERO
               DISPLAY "Student number " STUDENT-NUMBER " has no "
                       "late fees on the account to waive."
           ELSE
               PERFORM DISPLAY-LATE-FEES
               PERFORM PROMPT-FOR-WAIVER-AMOUNT
               IF AMOUNT-INPUT IS NOT NUMERIC
                   OR AMOUNT-INPUT = '000000'
                   DISPLAY "Amount must be 6 numbers, not zero - "
                           "nothing waived."
               ELSE
                   MOVE AMOUNT-INPUT TO WAIVER-AMOUNT-WORK
                   PERFORM CHECK-AND-APPLY-WAIVER
               END-IF
           END-IF.
       PROMPT-FOR-WAIVER-AMOUNT.
           DISPLAY "Enter amount to waive(6 numbers): ".
           ACCEPT AMOUNT-INPUT.
       CHECK-AND-APPLY-WAIVER.
      *    Only fees still on the account may be forgiven, and
      *    never more than the charge itself carries.
           IF WAIVER-AMOUNT-WORK > LATE-FEES-ON-ACCOUNT
               OR WAIVER-AMOUNT-WORK > TUITION-OWED
               DISPLAY "Amount is more than the late fees on the "
                       "account - nothing waived."
           ELSE
               DISPLAY "Enter approving dean's name: "
               ACCEPT APPROVED-BY-INPUT
               IF APPROVED-BY-INPUT = SPACES
                   DISPLAY "A waiver needs the approving dean - "
                           "nothing waived."
               ELSE
                   PERFORM APPLY-FEE-WAIVER
               END-IF
           END-IF.
       APPLY-FEE-WAIVER.
           SUBTRACT WAIVER-AMOUNT-WORK FROM TUITION-OWED.
           REWRITE STUDENT-RECORD-IN
               INVALID KEY
                   DISPLAY "Student number " STUDENT-NUMBER
                           " could not be rewritten - nothing "
                           "waived."
               NOT INVALID KEY
                   PERFORM WRITE-WAIVER-LEDGER-RECORD
                   PERFORM POST-WAIVER-TO-FEE-ACCOUNT
                   PERFORM WRITE-WAIVER-LOG-RECORD
                   MOVE WAIVER-AMOUNT-WORK TO FEE-DISPLAY-EDIT
                   DISPLAY "Late fee of " FEE-DISPLAY-EDIT
                           " waived for student number "
                           STUDENT-NUMBER "."
           END-REWRITE.
       WRITE-WAIVER-LEDGER-RECORD.
           SET LEDGER-LATE-FEE-WAIVED TO TRUE.
           MOVE STUDENT-NUMBER TO LEDGER-STUDENT-NUMBER.
           MOVE WAIVER-AMOUNT-WORK TO LEDGER-PAYMENT-AMOUNT.
           ACCEPT LEDGER-POSTING-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDGER-POSTING-TIME FROM TIME.
           WRITE PAYMENT-LEDGER-RECORD.
       POST-WAIVER-TO-FEE-ACCOUNT.
           SUBTRACT WAIVER-AMOUNT-WORK FROM LATE-FEES-ON-ACCOUNT.
           ADD WAIVER-AMOUNT-WORK TO LATE-FEES-WAIVED.
           ACCEPT LAST-WAIVER-DATE FROM DATE YYYYMMDD.
           REWRITE LATE-FEE-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Fee account for student number "
                           STUDENT-NUMBER " could not be rewritten "
                           "- the proof will not balance."
           END-REWRITE.
       WRITE-WAIVER-LOG-RECORD.
           MOVE STUDENT-NUMBER TO WAIVER-STUDENT-NUMBER.
           MOVE WAIVER-AMOUNT-WORK TO WAIVER-AMOUNT.
           MOVE APPROVED-BY-INPUT TO WAIVER-APPROVED-BY.
           MOVE SIGNED-ON-OPERATOR-ID TO WAIVER-OPERATOR-ID.
           ACCEPT WAIVER-DATE FROM DATE YYYYMMDD.
           ACCEPT WAIVER-TIME FROM TIME.
           WRITE FEE-WAIVER-LOG-RECORD.
       CLOSE-WAIVER-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE LATE-FEE-ACCOUNT-FILE.
           CLOSE PAYMENT-LEDGER-FILE-OUT.
           CLOSE FEE-WAIVER-LOG-OUT.
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
       END PROGRAM LATE-FEE-WAIVER.
