      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Build the day's balanced general ledger journal of
      *          student-receivable activity for finance to load into
      *          the university ledger, instead of having totals
      *          re-keyed off the posting and refund registers. The
      *          day's PAYMENT-LEDGER.TXT entries are summarized by type
      *          - cash 'P', reversal 'R', aid 'A', the rollover's
      *          settlements 'S' and 'X', late fees charged 'F' and
      *          waived 'W', shares moved onto sponsors 'T' and back
      *          'U', and sponsor payments 'Y' - together with the
      *          assessed-charge increases and reductions the tuition
      *          assessment logged on CHARGE-CHANGE-LOG.TXT and the
      *          refunds issued on REFUND-VOUCHERS.TXT. Each activity
      *          becomes a debit line and a credit line against the
      *          accounts named for it on GL-ACCOUNT-CODES.TXT. A
      *          journal whose debits and credits do not balance, or
      *          with activity no account code covers, is held: the
      *          journal file is emptied, nothing is recorded as sent,
      *          and the run ends with a non-zero return code. A
      *          released day is recorded on GL-JOURNAL-CONTROL.TXT and
      *          is refused if offered again, so finance never loads
      *          the same day twice. The rollover's late fee
      *          settlements 'L' are recognized but not journaled:
      *          they only say which part of a balance is late fees,
      *          and the receivable itself does not move.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAL-LEDGER-JOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-CODE-FILE-IN
           ASSIGN TO "F:\GL-ACCOUNT-CODES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCOUNT-CODE-STATUS.

           SELECT JOURNAL-CONTROL-FILE
           ASSIGN TO "F:\GL-JOURNAL-CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-CONTROL-STATUS.

           SELECT PAYMENT-LEDGER-FILE-IN
           ASSIGN TO "F:\PAYMENT-LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-LEDGER-STATUS.

           SELECT CHARGE-CHANGE-LOG-IN
           ASSIGN TO "F:\CHARGE-CHANGE-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-CHANGE-LOG-STATUS.

           SELECT REFUND-VOUCHER-FILE-IN
           ASSIGN TO "F:\REFUND-VOUCHERS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFUND-VOUCHER-STATUS.

           SELECT GL-JOURNAL-OUT
           ASSIGN TO "F:\GL-JOURNAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT JOURNAL-REGISTER-OUT
           ASSIGN TO "F:\GL-JOURNAL-REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-CODE-FILE-IN.
      *    One record per activity code: the account debited and the
      *    account credited when that activity happens, and the
      *    description carried onto the journal lines. Finance
      *    changes the accounts here, not in the program.
       01 ACCOUNT-CODE-RECORD.
           05 CODE-ACTIVITY PIC X(1).
           05 CODE-DEBIT-ACCOUNT PIC X(12).
           05 CODE-CREDIT-ACCOUNT PIC X(12).
           05 CODE-DESCRIPTION PIC X(24).

       FD JOURNAL-CONTROL-FILE.
      *    One record per journal day ever released, with the line
      *    count and debits sent, so a day offered again is refused.
       01 JOURNAL-CONTROL-RECORD.
           05 CONTROL-JOURNAL-DATE PIC 9(8).
           05 CONTROL-LINE-COUNT PIC 9(6).
           05 CONTROL-DEBIT-TOTAL PIC 9(11).
           05 CONTROL-RELEASE-DATE PIC 9(8).
           05 CONTROL-RELEASE-TIME PIC 9(8).

       FD PAYMENT-LEDGER-FILE-IN.
           COPY PAYLCPY.

       FD CHARGE-CHANGE-LOG-IN.
           COPY CCHGCPY.

       FD REFUND-VOUCHER-FILE-IN.
           COPY VCHRCPY.

       FD GL-JOURNAL-OUT.
      *    The journal finance loads: a dated 'H' header, one 'D'
      *    record per debit or credit line, and a 'T' trailer with
      *    the line count and the debit and credit totals.
       01 GL-JOURNAL-RECORD.
           05 JOURNAL-RECORD-TYPE PIC X(1).
           05 JOURNAL-RECORD-DATA PIC X(59).
           05 JOURNAL-HEADER-FIELDS REDEFINES JOURNAL-RECORD-DATA.
               10 JOURNAL-HEADER-DATE PIC 9(8).
               10 JOURNAL-HEADER-SOURCE PIC X(12).
               10 FILLER PIC X(39).
           05 JOURNAL-DETAIL-FIELDS REDEFINES JOURNAL-RECORD-DATA.
               10 JOURNAL-LINE-NUMBER PIC 9(4).
               10 JOURNAL-ACCOUNT PIC X(12).
               10 JOURNAL-DEBIT-CREDIT PIC X(1).
               10 JOURNAL-AMOUNT PIC 9(9).
               10 JOURNAL-ACTIVITY PIC X(1).
               10 JOURNAL-DESCRIPTION PIC X(24).
               10 FILLER PIC X(8).
           05 JOURNAL-TRAILER-FIELDS REDEFINES JOURNAL-RECORD-DATA.
               10 JOURNAL-TRAILER-COUNT PIC 9(6).
               10 JOURNAL-TRAILER-DEBITS PIC 9(11).
               10 JOURNAL-TRAILER-CREDITS PIC 9(11).
               10 FILLER PIC X(31).

       FD JOURNAL-REGISTER-OUT.
       01 JOURNAL-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 ACCOUNT-CODE-STATUS PIC X(2).
           05 JOURNAL-CONTROL-STATUS PIC X(2).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 CHARGE-CHANGE-LOG-STATUS PIC X(2).
           05 REFUND-VOUCHER-STATUS PIC X(2).
           05 GL-JOURNAL-STATUS PIC X(2).
           05 JOURNAL-REGISTER-STATUS PIC X(2).
           05 JOURNAL-DATE-INPUT PIC X(8).
           05 JOURNAL-DATE-WORK PIC 9(8).
           05 RELEASE-DATE-WORK PIC 9(8).
           05 RELEASE-TIME-WORK PIC 9(8).
           05 CODE-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
           05 CODE-TABLE-FULL-SW PIC X(1) VALUE 'N'.
           05 CODE-FOUND-SW PIC X(1).
           05 JOURNAL-HELD-SW PIC X(1) VALUE 'N'.
           05 DAY-ALREADY-SENT-SW PIC X(1) VALUE 'N'.

       01 CODE-TABLE-AREA.
      *    The account-code table is small - one row per activity -
      *    and loaded once.
           05 CODE-TABLE-ENTRY OCCURS 20 TIMES
              INDEXED BY CODE-TABLE-IDX.
               10 TABLE-ACTIVITY PIC X(1).
               10 TABLE-DEBIT-ACCOUNT PIC X(12).
               10 TABLE-CREDIT-ACCOUNT PIC X(12).
               10 TABLE-DESCRIPTION PIC X(24).

       01 ACTIVITY-TOTAL-FIELDS.
      *    The day's activity, gross by kind: a charge reduction is
      *    journaled on its own lines rather than netted against the
      *    day's charge increases.
           05 CASH-PAYMENT-TOTAL PIC 9(9) VALUE ZERO.
           05 PAYMENT-REVERSAL-TOTAL PIC 9(9) VALUE ZERO.
           05 AID-CREDIT-TOTAL PIC 9(9) VALUE ZERO.
           05 CASH-SETTLED-TOTAL PIC 9(9) VALUE ZERO.
           05 AID-SETTLED-TOTAL PIC 9(9) VALUE ZERO.
           05 LATE-FEE-TOTAL PIC 9(9) VALUE ZERO.
           05 LATE-FEE-WAIVED-TOTAL PIC 9(9) VALUE ZERO.
           05 CHARGE-INCREASE-TOTAL PIC 9(9) VALUE ZERO.
           05 CHARGE-DECREASE-TOTAL PIC 9(9) VALUE ZERO.
           05 REFUND-ISSUED-TOTAL PIC 9(9) VALUE ZERO.
           05 SPONSOR-BILLED-TOTAL PIC 9(9) VALUE ZERO.
           05 SPONSOR-CREDITED-TOTAL PIC 9(9) VALUE ZERO.
           05 SPONSOR-PAYMENT-TOTAL PIC 9(9) VALUE ZERO.

       01 POST-WORK-FIELDS.
      *    Set by the caller of WRITE-ACTIVITY-LINES: the activity
      *    code, the amount, whether the table's debit and credit
      *    accounts are swapped for a reduction, and - for a swapped
      *    pair only - the description that replaces the table's.
           05 POST-ACTIVITY PIC X(1).
           05 POST-AMOUNT PIC 9(9).
           05 POST-REVERSED-SW PIC X(1).
           05 POST-DESCRIPTION PIC X(24).

       01 JOURNAL-TOTAL-FIELDS.
           05 JOURNAL-LINE-COUNT PIC 9(6) VALUE ZERO.
           05 JOURNAL-DEBIT-TOTAL PIC 9(11) VALUE ZERO.
           05 JOURNAL-CREDIT-TOTAL PIC 9(11) VALUE ZERO.

       01 REGISTER-HEADING-LINE.
           05 FILLER PIC X(36)
              VALUE "GENERAL LEDGER JOURNAL  FOR DAY ".
           05 HEADING-JOURNAL-DATE PIC 9(8).

       01 REGISTER-COLUMN-LINE.
           05 FILLER PIC X(40)
              VALUE "LINE  ACCOUNT       DR/CR        AMOUNT".
           05 FILLER PIC X(40)
              VALUE "   DESCRIPTION".

       01 REGISTER-DETAIL-LINE.
           05 DETAIL-LINE-NUMBER PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-ACCOUNT PIC X(12).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DETAIL-DEBIT-CREDIT PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DETAIL-DESCRIPTION PIC X(24).

       01 REGISTER-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE "TOTAL DEBITS  $".
           05 TOTAL-DEBITS-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "   CREDITS  $".
           05 TOTAL-CREDITS-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.

       01 REGISTER-OUTCOME-LINE.
           05 REGISTER-OUTCOME PIC X(60).

       PROCEDURE DIVISION.
       PRODUCE-GENERAL-LEDGER-JOURNAL.
           PERFORM PROMPT-FOR-JOURNAL-DATE.
           PERFORM CHECK-DAY-NOT-SENT.
           PERFORM LOAD-ACCOUNT-CODE-TABLE.
           PERFORM GATHER-LEDGER-ACTIVITY.
           PERFORM GATHER-CHARGE-CHANGES.
           PERFORM GATHER-REFUND-VOUCHERS.
           PERFORM OPEN-JOURNAL-FILES.
           PERFORM WRITE-JOURNAL-HEADER.
           PERFORM WRITE-ALL-ACTIVITY-LINES.
           PERFORM WRITE-JOURNAL-TRAILER.
           PERFORM PROVE-JOURNAL-BALANCE.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-JOURNAL-FILES.
           IF JOURNAL-HELD-SW = 'Y'
               PERFORM HOLD-UNBALANCED-JOURNAL
           ELSE
               PERFORM RECORD-JOURNAL-RELEASED
           END-IF.
           PERFORM DISPLAY-JOURNAL-TOTALS.
           STOP RUN.
       PROMPT-FOR-JOURNAL-DATE.
      *    A blank date journals today's activity; a past date lets
      *    the bursar send a day that was held and since corrected.
           DISPLAY "Enter journal date (YYYYMMDD, blank for today): ".
           ACCEPT JOURNAL-DATE-INPUT.
           IF JOURNAL-DATE-INPUT = SPACES
               ACCEPT JOURNAL-DATE-WORK FROM DATE YYYYMMDD
           ELSE
               IF JOURNAL-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "Journal date must be eight digits - "
                           "journal abandoned."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE JOURNAL-DATE-INPUT TO JOURNAL-DATE-WORK
           END-IF.
       CHECK-DAY-NOT-SENT.
      *    No control file yet only means no journal has ever been
      *    released.
           OPEN INPUT JOURNAL-CONTROL-FILE.
           IF JOURNAL-CONTROL-STATUS = '00'
               PERFORM READ-JOURNAL-CONTROL-RECORD
               PERFORM CHECK-ONE-CONTROL-RECORD
               UNTIL JOURNAL-CONTROL-STATUS = '10'
               CLOSE JOURNAL-CONTROL-FILE
           END-IF.
           IF DAY-ALREADY-SENT-SW = 'Y'
               DISPLAY "The journal for " JOURNAL-DATE-WORK
                       " was already released - not sent again."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       READ-JOURNAL-CONTROL-RECORD.
           READ JOURNAL-CONTROL-FILE.
       CHECK-ONE-CONTROL-RECORD.
           IF CONTROL-JOURNAL-DATE = JOURNAL-DATE-WORK
               MOVE 'Y' TO DAY-ALREADY-SENT-SW
           END-IF.
           PERFORM READ-JOURNAL-CONTROL-RECORD.
       LOAD-ACCOUNT-CODE-TABLE.
      *    Without the account-code table no line can be booked;
      *    any activity at all will then hold the journal.
           OPEN INPUT ACCOUNT-CODE-FILE-IN.
           IF ACCOUNT-CODE-STATUS NOT = '00'
               DISPLAY "GL-ACCOUNT-CODES.TXT could not be opened, "
                       "file status " ACCOUNT-CODE-STATUS "."
           ELSE
               PERFORM READ-ACCOUNT-CODE-RECORD
               PERFORM ADD-CODE-TO-TABLE
               UNTIL ACCOUNT-CODE-STATUS = '10'
                   OR CODE-TABLE-FULL-SW = 'Y'
               CLOSE ACCOUNT-CODE-FILE-IN
           END-IF.
       READ-ACCOUNT-CODE-RECORD.
           READ ACCOUNT-CODE-FILE-IN.
       ADD-CODE-TO-TABLE.
           IF CODE-TABLE-COUNT >= 20
               MOVE 'Y' TO CODE-TABLE-FULL-SW
               DISPLAY "CODE-TABLE-AREA is full at 20 activities; "
                       "remaining account codes were not loaded."
           ELSE
               ADD 1 TO CODE-TABLE-COUNT
               SET CODE-TABLE-IDX TO CODE-TABLE-COUNT
               MOVE CODE-ACTIVITY TO TABLE-ACTIVITY (CODE-TABLE-IDX)
               MOVE CODE-DEBIT-ACCOUNT
                   TO TABLE-DEBIT-ACCOUNT (CODE-TABLE-IDX)
               MOVE CODE-CREDIT-ACCOUNT
                   TO TABLE-CREDIT-ACCOUNT (CODE-TABLE-IDX)
               MOVE CODE-DESCRIPTION
                   TO TABLE-DESCRIPTION (CODE-TABLE-IDX)
               PERFORM READ-ACCOUNT-CODE-RECORD
           END-IF.
       GATHER-LEDGER-ACTIVITY.
           OPEN INPUT PAYMENT-LEDGER-FILE-IN.
           IF PAYMENT-LEDGER-STATUS = '00'
               PERFORM READ-LEDGER-RECORD
               PERFORM GATHER-ONE-LEDGER-RECORD
               UNTIL PAYMENT-LEDGER-STATUS = '10'
               CLOSE PAYMENT-LEDGER-FILE-IN
           END-IF.
       READ-LEDGER-RECORD.
           READ PAYMENT-LEDGER-FILE-IN.
       GATHER-ONE-LEDGER-RECORD.
      *    An entry written before the type byte existed begins with
      *    a digit of the student number; all of those predate the
      *    journal and are never the day being sent.
           IF LEDGER-RECORD-TYPE IS NOT NUMERIC
               AND LEDGER-POSTING-DATE = JOURNAL-DATE-WORK
               EVALUATE TRUE
                   WHEN LEDGER-CASH-PAYMENT
                       ADD LEDGER-PAYMENT-AMOUNT TO CASH-PAYMENT-TOTAL
                   WHEN LEDGER-PAYMENT-REVERSAL
                       ADD LEDGER-PAYMENT-AMOUNT
                           TO PAYMENT-REVERSAL-TOTAL
                   WHEN LEDGER-AID-CREDIT
                       ADD LEDGER-PAYMENT-AMOUNT TO AID-CREDIT-TOTAL
                   WHEN LEDGER-CASH-SETTLED
                       ADD LEDGER-PAYMENT-AMOUNT TO CASH-SETTLED-TOTAL
                   WHEN LEDGER-AID-SETTLED
                       ADD LEDGER-PAYMENT-AMOUNT TO AID-SETTLED-TOTAL
                   WHEN LEDGER-LATE-FEE
                       ADD LEDGER-PAYMENT-AMOUNT TO LATE-FEE-TOTAL
                   WHEN LEDGER-LATE-FEE-WAIVED
                       ADD LEDGER-PAYMENT-AMOUNT
                           TO LATE-FEE-WAIVED-TOTAL
      *    A fee settled at rollover was already paid or is carried
      *    in the balance; the receivable does not move.
                   WHEN LEDGER-LATE-FEE-SETTLED
                       CONTINUE
                   WHEN LEDGER-SPONSOR-BILLED
                       ADD LEDGER-PAYMENT-AMOUNT
                           TO SPONSOR-BILLED-TOTAL
                   WHEN LEDGER-SPONSOR-UNBILLED
                       ADD LEDGER-PAYMENT-AMOUNT
                           TO SPONSOR-CREDITED-TOTAL
                   WHEN LEDGER-SPONSOR-PAYMENT
                       ADD LEDGER-PAYMENT-AMOUNT
                           TO SPONSOR-PAYMENT-TOTAL
                   WHEN OTHER
                       MOVE 'Y' TO JOURNAL-HELD-SW
                       DISPLAY "Unrecognized ledger record type '"
                               LEDGER-RECORD-TYPE "' for student "
                               "number " LEDGER-STUDENT-NUMBER
                               " - journal cannot balance."
               END-EVALUATE
           END-IF.
           PERFORM READ-LEDGER-RECORD.
       GATHER-CHARGE-CHANGES.
           OPEN INPUT CHARGE-CHANGE-LOG-IN.
           IF CHARGE-CHANGE-LOG-STATUS = '00'
               PERFORM READ-CHARGE-CHANGE-RECORD
               PERFORM GATHER-ONE-CHARGE-CHANGE
               UNTIL CHARGE-CHANGE-LOG-STATUS = '10'
               CLOSE CHARGE-CHANGE-LOG-IN
           END-IF.
       READ-CHARGE-CHANGE-RECORD.
           READ CHARGE-CHANGE-LOG-IN.
       GATHER-ONE-CHARGE-CHANGE.
           IF CHARGE-CHANGE-DATE = JOURNAL-DATE-WORK
               IF CHARGE-CHANGE-NEW-AMOUNT > CHARGE-CHANGE-OLD-AMOUNT
                   COMPUTE CHARGE-INCREASE-TOTAL =
                       CHARGE-INCREASE-TOTAL
                       + CHARGE-CHANGE-NEW-AMOUNT
                       - CHARGE-CHANGE-OLD-AMOUNT
               ELSE
                   COMPUTE CHARGE-DECREASE-TOTAL =
                       CHARGE-DECREASE-TOTAL
                       + CHARGE-CHANGE-OLD-AMOUNT
                       - CHARGE-CHANGE-NEW-AMOUNT
               END-IF
           END-IF.
           PERFORM READ-CHARGE-CHANGE-RECORD.
       GATHER-REFUND-VOUCHERS.
           OPEN INPUT REFUND-VOUCHER-FILE-IN.
           IF REFUND-VOUCHER-STATUS = '00'
               PERFORM READ-REFUND-VOUCHER
               PERFORM GATHER-ONE-REFUND-VOUCHER
               UNTIL REFUND-VOUCHER-STATUS = '10'
               CLOSE REFUND-VOUCHER-FILE-IN
           END-IF.
       READ-REFUND-VOUCHER.
           READ REFUND-VOUCHER-FILE-IN.
       GATHER-ONE-REFUND-VOUCHER.
      *    The voucher carries the overpayment as a negative
      *    figure; the refund issued is its opposite.
           IF VOUCHER-ISSUE-DATE = JOURNAL-DATE-WORK
               SUBTRACT VOUCHER-OVERPAYMENT FROM REFUND-ISSUED-TOTAL
           END-IF.
           PERFORM READ-REFUND-VOUCHER.
       OPEN-JOURNAL-FILES.
           OPEN OUTPUT GL-JOURNAL-OUT.
           OPEN OUTPUT JOURNAL-REGISTER-OUT.
           MOVE JOURNAL-DATE-WORK TO HEADING-JOURNAL-DATE.
           WRITE JOURNAL-REGISTER-LINE FROM REGISTER-HEADING-LINE.
           MOVE SPACES TO JOURNAL-REGISTER-LINE.
           WRITE JOURNAL-REGISTER-LINE.
           WRITE JOURNAL-REGISTER-LINE FROM REGISTER-COLUMN-LINE.
       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE 'H' TO JOURNAL-RECORD-TYPE.
           MOVE JOURNAL-DATE-WORK TO JOURNAL-HEADER-DATE.
           MOVE "STUDENT-AR" TO JOURNAL-HEADER-SOURCE.
           WRITE GL-JOURNAL-RECORD.
       WRITE-ALL-ACTIVITY-LINES.
           MOVE 'N' TO POST-REVERSED-SW.
           MOVE 'P' TO POST-ACTIVITY.
           MOVE CASH-PAYMENT-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'R' TO POST-ACTIVITY.
           MOVE PAYMENT-REVERSAL-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'A' TO POST-ACTIVITY.
           MOVE AID-CREDIT-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'S' TO POST-ACTIVITY.
           MOVE CASH-SETTLED-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'X' TO POST-ACTIVITY.
           MOVE AID-SETTLED-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'F' TO POST-ACTIVITY.
           MOVE LATE-FEE-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'W' TO POST-ACTIVITY.
           MOVE LATE-FEE-WAIVED-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'C' TO POST-ACTIVITY.
           MOVE CHARGE-INCREASE-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'V' TO POST-ACTIVITY.
           MOVE REFUND-ISSUED-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'T' TO POST-ACTIVITY.
           MOVE SPONSOR-BILLED-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'Y' TO POST-ACTIVITY.
           MOVE SPONSOR-PAYMENT-TOTAL TO POST-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINES.
      *    A charge reduction books the charge accounts the other
      *    way round, and so does a share credited back from a
      *    sponsor to the student.
           MOVE 'Y' TO POST-REVERSED-SW.
           MOVE 'C' TO POST-ACTIVITY.
           MOVE CHARGE-DECREASE-TOTAL TO POST-AMOUNT.
           MOVE "CHARGE REDUCTION" TO POST-DESCRIPTION.
           PERFORM WRITE-ACTIVITY-LINES.
           MOVE 'T' TO POST-ACTIVITY.
           MOVE SPONSOR-CREDITED-TOTAL TO POST-AMOUNT.
           MOVE "SPONSOR SHARE RETURNED" TO POST-DESCRIPTION.
           PERFORM WRITE-ACTIVITY-LINES.
       WRITE-ACTIVITY-LINES.
           IF POST-AMOUNT > ZERO
               PERFORM FIND-ACCOUNT-CODE
               IF CODE-FOUND-SW = 'N'
                   MOVE 'Y' TO JOURNAL-HELD-SW
                   DISPLAY "No account codes for activity '"
                           POST-ACTIVITY "' on GL-ACCOUNT-CODES.TXT"
                           " - $" POST-AMOUNT " cannot be booked."
                   MOVE "*** NO ACCOUNT CODE FOR ACTIVITY - HELD"
                       TO REGISTER-OUTCOME
                   WRITE JOURNAL-REGISTER-LINE
                       FROM REGISTER-OUTCOME-LINE
               ELSE
                   PERFORM WRITE-DEBIT-AND-CREDIT
               END-IF
           END-IF.
       FIND-ACCOUNT-CODE.
           MOVE 'N' TO CODE-FOUND-SW.
           PERFORM CHECK-ONE-ACCOUNT-CODE
           VARYING CODE-TABLE-IDX FROM 1 BY 1
           UNTIL CODE-TABLE-IDX > CODE-TABLE-COUNT
               OR CODE-FOUND-SW = 'Y'.
           IF CODE-FOUND-SW = 'Y'
               SET CODE-TABLE-IDX DOWN BY 1
           END-IF.
       CHECK-ONE-ACCOUNT-CODE.
           IF TABLE-ACTIVITY (CODE-TABLE-IDX) = POST-ACTIVITY
               MOVE 'Y' TO CODE-FOUND-SW
           END-IF.
       WRITE-DEBIT-AND-CREDIT.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE 'D' TO JOURNAL-RECORD-TYPE.
           MOVE POST-ACTIVITY TO JOURNAL-ACTIVITY.
           MOVE POST-AMOUNT TO JOURNAL-AMOUNT.
           IF POST-REVERSED-SW = 'Y'
               MOVE POST-DESCRIPTION TO JOURNAL-DESCRIPTION
               MOVE TABLE-CREDIT-ACCOUNT (CODE-TABLE-IDX)
                   TO JOURNAL-ACCOUNT
           ELSE
               MOVE TABLE-DESCRIPTION (CODE-TABLE-IDX)
                   TO JOURNAL-DESCRIPTION
               MOVE TABLE-DEBIT-ACCOUNT (CODE-TABLE-IDX)
                   TO JOURNAL-ACCOUNT
           END-IF.
           MOVE 'D' TO JOURNAL-DEBIT-CREDIT.
           PERFORM WRITE-JOURNAL-LINE.
           IF POST-REVERSED-SW = 'Y'
               MOVE TABLE-DEBIT-ACCOUNT (CODE-TABLE-IDX)
                   TO JOURNAL-ACCOUNT
           ELSE
               MOVE TABLE-CREDIT-ACCOUNT (CODE-TABLE-IDX)
                   TO JOURNAL-ACCOUNT
           END-IF.
           MOVE 'C' TO JOURNAL-DEBIT-CREDIT.
           PERFORM WRITE-JOURNAL-LINE.
       WRITE-JOURNAL-LINE.
      *    A line with no account is as good as unbalanced - finance
      *    could not post it - so it holds the journal too.
           IF JOURNAL-ACCOUNT = SPACES
               MOVE 'Y' TO JOURNAL-HELD-SW
               DISPLAY "Activity '" POST-ACTIVITY "' has a blank "
                       "account on GL-ACCOUNT-CODES.TXT."
           END-IF.
           ADD 1 TO JOURNAL-LINE-COUNT.
           MOVE JOURNAL-LINE-COUNT TO JOURNAL-LINE-NUMBER.
           IF JOURNAL-DEBIT-CREDIT = 'D'
               ADD JOURNAL-AMOUNT TO JOURNAL-DEBIT-TOTAL
               MOVE "DR" TO DETAIL-DEBIT-CREDIT
           ELSE
               ADD JOURNAL-AMOUNT TO JOURNAL-CREDIT-TOTAL
               MOVE "CR" TO DETAIL-DEBIT-CREDIT
           END-IF.
           WRITE GL-JOURNAL-RECORD.
           MOVE JOURNAL-LINE-COUNT TO DETAIL-LINE-NUMBER.
           MOVE JOURNAL-ACCOUNT TO DETAIL-ACCOUNT.
           MOVE JOURNAL-AMOUNT TO DETAIL-AMOUNT.
           MOVE JOURNAL-DESCRIPTION TO DETAIL-DESCRIPTION.
           WRITE JOURNAL-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
       WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE 'T' TO JOURNAL-RECORD-TYPE.
           MOVE JOURNAL-LINE-COUNT TO JOURNAL-TRAILER-COUNT.
           MOVE JOURNAL-DEBIT-TOTAL TO JOURNAL-TRAILER-DEBITS.
           MOVE JOURNAL-CREDIT-TOTAL TO JOURNAL-TRAILER-CREDITS.
           WRITE GL-JOURNAL-RECORD.
       PROVE-JOURNAL-BALANCE.
           IF JOURNAL-DEBIT-TOTAL NOT = JOURNAL-CREDIT-TOTAL
               MOVE 'Y' TO JOURNAL-HELD-SW
               DISPLAY "Journal debits " JOURNAL-DEBIT-TOTAL
                       " do not equal credits " JOURNAL-CREDIT-TOTAL
                       "."
           END-IF.
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO JOURNAL-REGISTER-LINE.
           WRITE JOURNAL-REGISTER-LINE.
           MOVE JOURNAL-DEBIT-TOTAL TO TOTAL-DEBITS-EDIT.
           MOVE JOURNAL-CREDIT-TOTAL TO TOTAL-CREDITS-EDIT.
           WRITE JOURNAL-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           IF JOURNAL-HELD-SW = 'Y'
               MOVE "JOURNAL HELD - NOT RELEASED TO FINANCE"
                   TO REGISTER-OUTCOME
           ELSE
               MOVE "JOURNAL BALANCED - RELEASED TO FINANCE"
                   TO REGISTER-OUTCOME
           END-IF.
           WRITE JOURNAL-REGISTER-LINE FROM REGISTER-OUTCOME-LINE.
       CLOSE-JOURNAL-FILES.
           CLOSE GL-JOURNAL-OUT.
           CLOSE JOURNAL-REGISTER-OUT.
       HOLD-UNBALANCED-JOURNAL.
      *    Nothing leaves for finance from a journal that did not
      *    prove: the journal file is emptied and the day is not
      *    recorded as sent, so it can be run again once corrected.
           OPEN OUTPUT GL-JOURNAL-OUT.
           CLOSE GL-JOURNAL-OUT.
           DISPLAY "JOURNAL HELD - nothing released to GL-JOURNAL.TXT.".
           MOVE 8 TO RETURN-CODE.
       RECORD-JOURNAL-RELEASED.
      *    EXTEND the control file so each released day adds to it;
      *    OPEN OUTPUT only the first time it does not yet exist.
           OPEN EXTEND JOURNAL-CONTROL-FILE.
           IF JOURNAL-CONTROL-STATUS = '05' OR '35'
               OPEN OUTPUT JOURNAL-CONTROL-FILE
           END-IF.
           ACCEPT RELEASE-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT RELEASE-TIME-WORK FROM TIME.
           MOVE JOURNAL-DATE-WORK TO CONTROL-JOURNAL-DATE.
           MOVE JOURNAL-LINE-COUNT TO CONTROL-LINE-COUNT.
           MOVE JOURNAL-DEBIT-TOTAL TO CONTROL-DEBIT-TOTAL.
           MOVE RELEASE-DATE-WORK TO CONTROL-RELEASE-DATE.
           MOVE RELEASE-TIME-WORK TO CONTROL-RELEASE-TIME.
           WRITE JOURNAL-CONTROL-RECORD.
           CLOSE JOURNAL-CONTROL-FILE.
       DISPLAY-JOURNAL-TOTALS.
           DISPLAY "Journal lines     : " JOURNAL-LINE-COUNT.
           DISPLAY "Total debits      : " JOURNAL-DEBIT-TOTAL.
           DISPLAY "Total credits     : " JOURNAL-CREDIT-TOTAL.
       END PROGRAM GENERAL-LEDGER-JOURNAL.
