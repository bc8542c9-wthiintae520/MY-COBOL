      *          student, are written to the payment ledger as
      *          settlement entries so the ledger still nets to what
      *          the roster holds and the daily proof run balances
      *          across the term boundary. A carried student's course
      *          charge for the closing term is written to the
      *          term-charge history before it is settled into the
      *          carried balance, so the annual tuition tax reporting
      *          run can still see what was billed in the year.
      *          Late fees on LATE-FEE-ACCOUNTS.TXT are cut to what a
      *          carried student still owes, and a departing student's
      *          fee account is settled and removed, with an 'L'
      *          settlement entry for each. A departing student's
      *          sponsorships are settled as well: the share a sponsor
      *          was billed and has not paid is handed back with a 'U'
      *          entry, and rows never billed come off, so a student
      *          number given out again owns no fee or sponsor
      *          receivable of the student who held it before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-LEDGER-STATUS.

           SELECT TERM-CHARGE-HISTORY-FILE-OUT
           ASSIGN TO "F:\TERM-CHARGE-HISTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-CHARGE-HISTORY-STATUS.

           SELECT COURSE-CATALOG-FILE
           ASSIGN TO "F:\COURSE-CATALOG.TXT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CATALOG-COURSE-CODE
           FILE STATUS IS COURSE-CATALOG-STATUS.

           SELECT LATE-FEE-ACCOUNT-FILE
           ASSIGN TO "F:\LATE-FEE-ACCOUNTS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEE-STUDENT-NUMBER
           FILE STATUS IS FEE-ACCOUNT-STATUS.

           SELECT SPONSORSHIP-FILE
           ASSIGN TO "F:\SPONSORSHIPS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPONSORSHIP-KEY
           FILE STATUS IS SPONSORSHIP-STATUS.

           SELECT SPONSOR-MASTER-FILE
           ASSIGN TO "F:\SPONSOR-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPONSOR-ID
           FILE STATUS IS SPONSOR-MASTER-STATUS.

           SELECT ROLLOVER-SUMMARY-OUT
           ASSIGN TO "F:\ROLLOVER-SUMMARY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       FD PAYMENT-LEDGER-FILE-OUT.
           COPY PAYLCPY.

       FD TERM-CHARGE-HISTORY-FILE-OUT.
           COPY TCHGCPY.

       FD COURSE-CATALOG-FILE.
           COPY CRSECPY.

       FD LATE-FEE-ACCOUNT-FILE.
           COPY LFEECPY.

       FD SPONSORSHIP-FILE.
           COPY SSHPCPY.

       FD SPONSOR-MASTER-FILE.
           COPY SPNSCPY.

       FD ROLLOVER-SUMMARY-OUT.
       01 ROLLOVER-SUMMARY-LINE PIC X(80).

           05 COURSE-HISTORY-FILE-STATUS PIC X(2).
           05 ENROLLMENT-SWEEP-END-SW PIC X(1).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 TERM-CHARGE-HISTORY-STATUS PIC X(2).
           05 COURSE-CATALOG-STATUS PIC X(2).
           05 CATALOG-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 FEE-ACCOUNT-STATUS PIC X(2).
           05 FEE-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 FEE-ACCOUNT-FOUND-SW PIC X(1).
           05 SPONSORSHIP-STATUS PIC X(2).
           05 SPONSOR-MASTER-STATUS PIC X(2).
           05 SPONSOR-FILES-OPEN-SW PIC X(1) VALUE 'N'.
           05 SPONSORSHIP-SWEEP-END-SW PIC X(1).

       01 SETTLEMENT-WORK-FIELDS.
      *    What the student's credits were before this record was
           05 OLD-AID-SAVE PIC 9(6) VALUE ZERO.
           05 SETTLED-CASH-WORK PIC 9(6) VALUE ZERO.
           05 SETTLED-AID-WORK PIC 9(6) VALUE ZERO.
           05 SETTLED-FEE-WORK PIC 9(6) VALUE ZERO.
           05 SPONSOR-RETURN-WORK PIC 9(6) VALUE ZERO.

       01 BALANCE-DUE-WORK PIC S9(7) VALUE ZERO.
       01 CREDIT-CARRIED-WORK PIC 9(7) VALUE ZERO.
           05 DOLLARS-CARRIED-TOTAL PIC S9(9) VALUE ZERO.
           05 COURSES-ARCHIVED-COUNT PIC 9(6) VALUE ZERO.
           05 SEATS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
           05 FEE-ACCOUNTS-SETTLED-COUNT PIC 9(6) VALUE ZERO.
           05 SPONSOR-SHARES-RETURNED-COUNT PIC 9(6) VALUE ZERO.

       01 SUMMARY-REPORT-FIELDS.
           05 SUMMARY-COUNT-EDIT PIC ZZZ,ZZ9.
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               STOP RUN
           END-IF.
           PERFORM OPEN-SPONSOR-FILES.
           PERFORM OPEN-STUDENT-HISTORY-FILE.
           OPEN I-O COURSE-ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-STATUS NOT = '00'
                       "file status " ENROLLMENT-FILE-STATUS "."
               CLOSE STUDENT-RECORDS-FILE-IN
               CLOSE STUDENT-HISTORY-FILE-OUT
               IF SPONSOR-FILES-OPEN-SW = 'Y'
                   CLOSE SPONSORSHIP-FILE
                   CLOSE SPONSOR-MASTER-FILE
               END-IF
               STOP RUN
           END-IF.
           PERFORM OPEN-COURSE-HISTORY-FILE.
           PERFORM OPEN-PAYMENT-LEDGER-FILE.
           PERFORM OPEN-TERM-CHARGE-HISTORY-FILE.
           PERFORM OPEN-COURSE-CATALOG-FILE.
           PERFORM OPEN-LATE-FEE-ACCOUNT-FILE.
           OPEN OUTPUT ROLLOVER-SUMMARY-OUT.
           ACCEPT ARCHIVE-DATE-WORK FROM DATE YYYYMMDD.
       OPEN-STUDENT-HISTORY-FILE.
           IF PAYMENT-LEDGER-STATUS = '05' OR '35'
               OPEN OUTPUT PAYMENT-LEDGER-FILE-OUT
           END-IF.
       OPEN-TERM-CHARGE-HISTORY-FILE.
      *    EXTEND the history so each term's charges add to it;
      *    OPEN OUTPUT only the first time it does not yet exist.
           OPEN EXTEND TERM-CHARGE-HISTORY-FILE-OUT.
           IF TERM-CHARGE-HISTORY-STATUS = '05' OR '35'
               OPEN OUTPUT TERM-CHARGE-HISTORY-FILE-OUT
           END-IF.
       OPEN-COURSE-CATALOG-FILE.
      *    No catalog file simply means registration is not using
      *    one yet; there are no seat counts to give back.
           IF COURSE-CATALOG-STATUS = '00'
               MOVE 'Y' TO CATALOG-FILE-OPEN-SW
           END-IF.
       OPEN-LATE-FEE-ACCOUNT-FILE.
      *    No fee account file means no late fee has ever been
      *    charged; there are no fees to settle.
           OPEN I-O LATE-FEE-ACCOUNT-FILE.
           IF FEE-ACCOUNT-STATUS = '00'
               MOVE 'Y' TO FEE-FILE-OPEN-SW
           END-IF.
       OPEN-SPONSOR-FILES.
      *    No sponsorship file means no sponsor has ever been billed.
      *    Once there is one, the sponsor master has to open with it:
      *    a departing student's unpaid share cannot be handed back
      *    without both, and the roster is not touched until it can.
           OPEN I-O SPONSORSHIP-FILE.
           IF SPONSORSHIP-STATUS = '00'
               OPEN I-O SPONSOR-MASTER-FILE
               IF SPONSOR-MASTER-STATUS NOT = '00'
                   DISPLAY "SPONSOR-MASTER.TXT could not be opened, "
                           "file status " SPONSOR-MASTER-STATUS
                           " - rollover abandoned."
                   CLOSE SPONSORSHIP-FILE
                   CLOSE STUDENT-RECORDS-FILE-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO SPONSOR-FILES-OPEN-SW
           END-IF.
       READ-STUDENT-RECORD.
           READ STUDENT-RECORDS-FILE-IN.
       ROLL-ONE-STUDENT.
           MOVE PAYMENTS-RECEIVED TO SETTLED-CASH-WORK.
           MOVE AID-RECEIVED TO SETTLED-AID-WORK.
           PERFORM WRITE-SETTLEMENT-ENTRIES.
           PERFORM RETIRE-LATE-FEE-ACCOUNT.
           PERFORM SETTLE-DEPARTING-SPONSORSHIPS.
           PERFORM WRITE-STUDENT-HISTORY-RECORD.
           DELETE STUDENT-RECORDS-FILE-IN
               INVALID KEY
           COMPUTE SETTLED-AID-WORK =
               OLD-AID-SAVE - AID-RECEIVED.
           PERFORM WRITE-SETTLEMENT-ENTRIES.
           PERFORM CUT-LATE-FEES-TO-CARRIED.
           IF ASSESSED-CREDIT-CHARGE > ZERO
               PERFORM WRITE-TERM-CHARGE-HISTORY
           END-IF.
           MOVE NEW-ACADEMIC-TERM TO ACADEMIC-TERM.
      *    Nothing has been assessed for the new term yet; the old
      *    term's course charge is already settled into the carried
                   ADD 1 TO STUDENTS-CARRIED-COUNT
                   ADD BALANCE-DUE-WORK TO DOLLARS-CARRIED-TOTAL
           END-REWRITE.
       WRITE-TERM-CHARGE-HISTORY.
           MOVE STUDENT-NUMBER TO TERM-CHARGE-STUDENT-NUMBER.
           MOVE ACADEMIC-TERM TO TERM-CHARGE-ACADEMIC-TERM.
           MOVE ASSESSED-CREDIT-CHARGE TO TERM-CHARGE-ASSESSED.
           MOVE CHARGE-DATE TO TERM-CHARGE-DATE.
           MOVE ARCHIVE-DATE-WORK TO TERM-CHARGE-ARCHIVE-DATE.
           WRITE TERM-CHARGE-HISTORY-RECORD.
       LOOKUP-FEE-ACCOUNT.
           MOVE 'N' TO FEE-ACCOUNT-FOUND-SW.
           IF FEE-FILE-OPEN-SW = 'Y'
               MOVE STUDENT-NUMBER TO FEE-STUDENT-NUMBER
               READ LATE-FEE-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO FEE-ACCOUNT-FOUND-SW
               END-READ
           END-IF.
       CUT-LATE-FEES-TO-CARRIED.
      *    The fees on account are part of TUITION-OWED. Whatever
      *    part of them was paid off did not carry into the new
      *    term, so the account keeps no more in fees than the
      *    charge carried forward - none at all for a student who
      *    carries a credit or nothing.
           PERFORM LOOKUP-FEE-ACCOUNT.
           IF FEE-ACCOUNT-FOUND-SW = 'Y'
               AND LATE-FEES-ON-ACCOUNT > TUITION-OWED
               COMPUTE SETTLED-FEE-WORK =
                   LATE-FEES-ON-ACCOUNT - TUITION-OWED
               MOVE TUITION-OWED TO LATE-FEES-ON-ACCOUNT
               REWRITE LATE-FEE-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Late fee account for student number "
                               STUDENT-NUMBER " could not be "
                               "rewritten - the proof will not "
                               "balance."
                   NOT INVALID KEY
                       PERFORM WRITE-FEE-SETTLEMENT-ENTRY
               END-REWRITE
           END-IF.
       RETIRE-LATE-FEE-ACCOUNT.
      *    The fee account leaves with the student, so a number
      *    given out again starts with no fees and no fee date;
      *    whatever was still on it is settled on the ledger.
           PERFORM LOOKUP-FEE-ACCOUNT.
           IF FEE-ACCOUNT-FOUND-SW = 'Y'
               MOVE LATE-FEES-ON-ACCOUNT TO SETTLED-FEE-WORK
               DELETE LATE-FEE-ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Late fee account for student number "
                               STUDENT-NUMBER " could not be "
                               "deleted."
                   NOT INVALID KEY
                       IF SETTLED-FEE-WORK > ZERO
                           PERFORM WRITE-FEE-SETTLEMENT-ENTRY
                       END-IF
               END-DELETE
           END-IF.
       WRITE-FEE-SETTLEMENT-ENTRY.
           SET LEDGER-LATE-FEE-SETTLED TO TRUE.
           MOVE SETTLED-FEE-WORK TO LEDGER-PAYMENT-AMOUNT.
           PERFORM WRITE-ONE-SETTLEMENT-ENTRY.
           ADD 1 TO FEE-ACCOUNTS-SETTLED-COUNT.
       SETTLE-DEPARTING-SPONSORSHIPS.
      *    A student's sponsorships are keyed student number first,
      *    so they are read in a run until the number changes. A row
      *    never billed simply comes off; one billed is kept for the
      *    proof, with any share the sponsor has not paid handed back
      *    so no receivable is left under a number that can be given
      *    out again.
           IF SPONSOR-FILES-OPEN-SW = 'Y'
               MOVE 'N' TO SPONSORSHIP-SWEEP-END-SW
               MOVE STUDENT-NUMBER TO SPONSORED-STUDENT-NUMBER
               MOVE LOW-VALUES TO SPONSORED-ACADEMIC-TERM
               START SPONSORSHIP-FILE
                   KEY IS >= SPONSORSHIP-KEY
                   INVALID KEY
                       MOVE 'Y' TO SPONSORSHIP-SWEEP-END-SW
               END-START
               PERFORM SETTLE-ONE-SPONSORSHIP
               UNTIL SPONSORSHIP-SWEEP-END-SW = 'Y'
           END-IF.
       SETTLE-ONE-SPONSORSHIP.
           READ SPONSORSHIP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SPONSORSHIP-SWEEP-END-SW
               NOT AT END
                   IF SPONSORED-STUDENT-NUMBER NOT = STUDENT-NUMBER
                       MOVE 'Y' TO SPONSORSHIP-SWEEP-END-SW
                   ELSE
                   IF SPONSORSHIP-BILLED = ZERO
                       DELETE SPONSORSHIP-FILE
                           INVALID KEY
                               DISPLAY "Sponsorship for student "
                                       "number " STUDENT-NUMBER
                                       " could not be deleted."
                       END-DELETE
                   ELSE
                   IF SPONSORSHIP-BILLED > SPONSORSHIP-PAID
                       PERFORM RETURN-UNPAID-SPONSOR-SHARE
                   END-IF
                   END-IF
                   END-IF
           END-READ.
       RETURN-UNPAID-SPONSOR-SHARE.
      *    The sponsorship is rewritten first; nothing is taken off
      *    the sponsor or posted to the ledger unless it took.
           COMPUTE SPONSOR-RETURN-WORK =
               SPONSORSHIP-BILLED - SPONSORSHIP-PAID.
           MOVE SPONSORSHIP-SPONSOR-ID TO SPONSOR-ID.
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "Sponsor " SPONSOR-ID " for student "
                           "number " STUDENT-NUMBER " is not on "
                           "SPONSOR-MASTER.TXT - unpaid share left "
                           "for the bursar."
               NOT INVALID KEY
                   SUBTRACT SPONSOR-RETURN-WORK
                       FROM SPONSORSHIP-BILLED
                   REWRITE SPONSORSHIP-RECORD
                       INVALID KEY
                           DISPLAY "Sponsorship for student number "
                                   STUDENT-NUMBER " could not be "
                                   "rewritten - unpaid share left "
                                   "for the bursar."
                       NOT INVALID KEY
                           PERFORM POST-RETURNED-SPONSOR-SHARE
                   END-REWRITE
           END-READ.
       POST-RETURNED-SPONSOR-SHARE.
           SUBTRACT SPONSOR-RETURN-WORK FROM SPONSOR-AMOUNT-BILLED.
           REWRITE SPONSOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Sponsor " SPONSOR-ID " could not be "
                           "rewritten - the proof will not balance."
           END-REWRITE.
           SET LEDGER-SPONSOR-UNBILLED TO TRUE.
           MOVE SPONSOR-RETURN-WORK TO LEDGER-PAYMENT-AMOUNT.
           PERFORM WRITE-ONE-SETTLEMENT-ENTRY.
           ADD 1 TO SPONSOR-SHARES-RETURNED-COUNT.
       ARCHIVE-GRADED-ENROLLMENTS.
      *    Every graded row is complete coursework and moves to the
      *    history file the transcript print reads; an ungraded row
           DISPLAY "Students carried  : " STUDENTS-CARRIED-COUNT.
           DISPLAY "Courses archived  : " COURSES-ARCHIVED-COUNT.
           DISPLAY "Seats released    : " SEATS-RELEASED-COUNT.
           DISPLAY "Fees settled      : " FEE-ACCOUNTS-SETTLED-COUNT.
           DISPLAY "Shares returned   : "
                   SPONSOR-SHARES-RETURNED-COUNT.
       CLOSE-ROLLOVER-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE STUDENT-HISTORY-FILE-OUT.
           CLOSE COURSE-ENROLLMENT-FILE.
           CLOSE COURSE-HISTORY-FILE-OUT.
           CLOSE PAYMENT-LEDGER-FILE-OUT.
           CLOSE TERM-CHARGE-HISTORY-FILE-OUT.
           IF CATALOG-FILE-OPEN-SW = 'Y'
               CLOSE COURSE-CATALOG-FILE
           END-IF.
           IF FEE-FILE-OPEN-SW = 'Y'
               CLOSE LATE-FEE-ACCOUNT-FILE
           END-IF.
           IF SPONSOR-FILES-OPEN-SW = 'Y'
               CLOSE SPONSORSHIP-FILE
               CLOSE SPONSOR-MASTER-FILE
           END-IF.
           CLOSE ROLLOVER-SUMMARY-OUT.
       END PROGRAM TERM-ROLLOVER.
