      *          STUDENT-MAINTENANCE show inline from the change
      *          history, marked with an asterisk because the
      *          adjusted figure is already inside the charge on
      *          file. Late fees charged by the monthly assessment,
      *          and any a dean waived, show inline from the ledger
      *          marked the same way, and the late fees still on the
      *          account are shown as their own figure beside the
      *          roster's. A sponsor's payments show as the cash they
      *          are; the shares moved onto a sponsor, and any credited
      *          back, show marked the same way as fees, since they
      *          change who owes the balance and not the balance itself,
      *          and what the sponsor still owes on SPONSORSHIPS.TXT is
      *          shown apart from the student's own share of the
      *          balance. A closing line flags any disagreement between
      *          the merged activity and the roster for the proof
      *          run to chase. The operator signs on against
      *          OPERATOR-MASTER.TXT first; an inquiry needs only the
      *          sign-on, and failed sign-ons go to SECURITY-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFUND-VOUCHER-STATUS.

           SELECT LATE-FEE-ACCOUNT-FILE-IN
           ASSIGN TO "F:\LATE-FEE-ACCOUNTS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEE-STUDENT-NUMBER
           FILE STATUS IS FEE-ACCOUNT-STATUS.

           SELECT SPONSORSHIP-FILE-IN
           ASSIGN TO "F:\SPONSORSHIPS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPONSORSHIP-KEY
           FILE STATUS IS SPONSORSHIP-STATUS.

           SELECT CHANGE-HISTORY-FILE-IN
           ASSIGN TO "F:\STUDENT-CHANGE-HISTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-HISTORY-STATUS.

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
       FD REFUND-VOUCHER-FILE-IN.
           COPY VCHRCPY.

       FD LATE-FEE-ACCOUNT-FILE-IN.
           COPY LFEECPY.

       FD SPONSORSHIP-FILE-IN.
           COPY SSHPCPY.

       FD CHANGE-HISTORY-FILE-IN.
           COPY CHISTCPY.

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 REFUND-VOUCHER-STATUS PIC X(2).
           05 CHANGE-HISTORY-STATUS PIC X(2).
           05 FEE-ACCOUNT-STATUS PIC X(2).
           05 FEE-ACCOUNT-FOUND-SW PIC X(1).
           05 SPONSORSHIP-STATUS PIC X(2).
           05 SPONSORSHIP-AT-END-SW PIC X(1).
           05 MORE-INQUIRY-SW PIC X(3) VALUE 'YES'.
           05 STUDENT-NUMBER-INPUT PIC X(6).
           05 RECORD-FOUND-SW PIC X(1).
           05 EVENT-INSERT-POSITION PIC 9(4) COMP VALUE ZERO.
           05 EVENT-SCAN-SUB PIC 9(4) COMP VALUE ZERO.
           05 EVENT-SHIFT-SUB PIC 9(4) COMP VALUE ZERO.
           05 OPERATOR-MASTER-STATUS PIC X(2).
           05 SECURITY-LOG-STATUS PIC X(2).

      *    The operator record read at sign-on stays in the master's
      *    record area for the session.
       01 SIGN-ON-FIELDS.
           05 SIGNED-ON-OPERATOR-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD-INPUT PIC X(8).
           05 SIGN-ON-ATTEMPTS PIC 9(1) VALUE ZERO.
           05 SIGNED-ON-SW PIC X(1) VALUE 'N'.
           05 SIGN-ON-PROGRAM-NAME PIC X(30)
               VALUE "ACCOUNT-INQUIRY".

       01 ACCOUNT-EVENT-TABLE.
      *    One student's merged activity, kept in date-and-time
       01 RUNNING-BALANCE-WORK PIC S9(8) VALUE ZERO.
       01 ROSTER-BALANCE-WORK PIC S9(8) VALUE ZERO.
       01 MAINT-ADJUST-WORK PIC S9(8) VALUE ZERO.
       01 SPONSOR-OWES-WORK PIC 9(7) VALUE ZERO.
       01 STUDENT-SHARE-WORK PIC S9(8) VALUE ZERO.

       01 INQUIRY-DISPLAY-FIELDS.
           05 EVENT-AMOUNT-EDIT PIC ZZZZ,ZZ9-.

       PROCEDURE DIVISION.
       INQUIRE-ON-ACCOUNTS.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-INQUIRY-ROSTER.
           PERFORM PROMPT-FOR-STUDENT-NUMBER.
           PERFORM PROCESS-ONE-INQUIRY
           UNTIL MORE-INQUIRY-SW = 'NO'.
           CLOSE STUDENT-RECORDS-FILE-IN.
           PERFORM CLOSE-SECURITY-FILES.
           STOP RUN.
       OPEN-INQUIRY-ROSTER.
           OPEN INPUT STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               PERFORM CLOSE-SECURITY-FILES
               STOP RUN
           END-IF.
       PROMPT-FOR-STUDENT-NUMBER.
               WHEN LEDGER-AID-SETTLED
                   MOVE "AID SETTLED" TO NEW-EVENT-LABEL
                   MOVE LEDGER-PAYMENT-AMOUNT TO NEW-EVENT-AMOUNT
      *    A late fee, and a waiver of one, went straight into the
      *    charge on file, so like a maintenance adjustment it is
      *    shown for the story without moving the balance again.
               WHEN LEDGER-LATE-FEE
                   MOVE "LATE FEE *" TO NEW-EVENT-LABEL
                   MOVE LEDGER-PAYMENT-AMOUNT TO NEW-EVENT-AMOUNT
                   MOVE 'N' TO NEW-EVENT-MOVES-SW
               WHEN LEDGER-LATE-FEE-WAIVED
                   MOVE "FEE WAIVED *" TO NEW-EVENT-LABEL
                   COMPUTE NEW-EVENT-AMOUNT =
                       ZERO - LEDGER-PAYMENT-AMOUNT
                   MOVE 'N' TO NEW-EVENT-MOVES-SW
      *    Fees the rollover settled were already paid or carried;
      *    only the late fee portion of the balance changes.
               WHEN LEDGER-LATE-FEE-SETTLED
                   MOVE "FEE SETTLED *" TO NEW-EVENT-LABEL
                   COMPUTE NEW-EVENT-AMOUNT =
                       ZERO - LEDGER-PAYMENT-AMOUNT
                   MOVE 'N' TO NEW-EVENT-MOVES-SW
      *    A share moved onto a sponsor, or credited back from one,
      *    changes who owes the balance rather than the balance, so
      *    it too is shown without moving it. The sponsor's payment
      *    is cash on the account like any other.
               WHEN LEDGER-SPONSOR-BILLED
                   MOVE "SPONSOR BILLED *" TO NEW-EVENT-LABEL
                   COMPUTE NEW-EVENT-AMOUNT =
                       ZERO - LEDGER-PAYMENT-AMOUNT
                   MOVE 'N' TO NEW-EVENT-MOVES-SW
               WHEN LEDGER-SPONSOR-UNBILLED
                   MOVE "SPONSOR CREDIT *" TO NEW-EVENT-LABEL
                   MOVE LEDGER-PAYMENT-AMOUNT TO NEW-EVENT-AMOUNT
                   MOVE 'N' TO NEW-EVENT-MOVES-SW
               WHEN LEDGER-SPONSOR-PAYMENT
                   MOVE "SPONSOR PAYMENT" TO NEW-EVENT-LABEL
                   COMPUTE NEW-EVENT-AMOUNT =
                       ZERO - LEDGER-PAYMENT-AMOUNT
               WHEN OTHER
                   MOVE "CASH PAYMENT" TO NEW-EVENT-LABEL
                   COMPUTE NEW-EVENT-AMOUNT =
           MOVE TUITION-OWED TO ROSTER-FIGURE-EDIT.
           DISPLAY "  Roster tuition owed      : "
                   ROSTER-FIGURE-EDIT.
           PERFORM LOOKUP-LATE-FEE-ACCOUNT.
           IF FEE-ACCOUNT-FOUND-SW = 'Y'
               MOVE LATE-FEES-ON-ACCOUNT TO ROSTER-FIGURE-EDIT
               DISPLAY "    of which late fees     : "
                       ROSTER-FIGURE-EDIT
           END-IF.
           MOVE PAYMENTS-RECEIVED TO ROSTER-FIGURE-EDIT.
           DISPLAY "  Roster payments received : "
                   ROSTER-FIGURE-EDIT.
           MOVE ROSTER-BALANCE-WORK TO ROSTER-FIGURE-EDIT.
           DISPLAY "  Roster balance due       : "
                   ROSTER-FIGURE-EDIT.
           PERFORM FIND-SPONSOR-SHARE-OUTSTANDING.
           IF SPONSOR-OWES-WORK > ZERO
               MOVE SPONSOR-OWES-WORK TO ROSTER-FIGURE-EDIT
               DISPLAY "    of which sponsor owes  : "
                       ROSTER-FIGURE-EDIT
               COMPUTE STUDENT-SHARE-WORK =
                   ROSTER-BALANCE-WORK - SPONSOR-OWES-WORK
               MOVE STUDENT-SHARE-WORK TO ROSTER-FIGURE-EDIT
               DISPLAY "    of which student owes  : "
                       ROSTER-FIGURE-EDIT
           END-IF.
           IF RUNNING-BALANCE-WORK NOT = ROSTER-BALANCE-WORK
               MOVE RUNNING-BALANCE-WORK TO RUNNING-BALANCE-EDIT
               DISPLAY "  *** Merged activity ends at "
                       RUNNING-BALANCE-EDIT " - does not prove "
                       "to the roster; refer to the daily proof. ***"
           END-IF.
       LOOKUP-LATE-FEE-ACCOUNT.
      *    Opened for each inquiry like the ledger; no fee account
      *    file, or no record for the student, means no late fee has
      *    ever been charged to them.
           MOVE 'N' TO FEE-ACCOUNT-FOUND-SW.
           OPEN INPUT LATE-FEE-ACCOUNT-FILE-IN.
           IF FEE-ACCOUNT-STATUS = '00'
               MOVE STUDENT-NUMBER TO FEE-STUDENT-NUMBER
               READ LATE-FEE-ACCOUNT-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO FEE-ACCOUNT-FOUND-SW
               END-READ
               CLOSE LATE-FEE-ACCOUNT-FILE-IN
           END-IF.
       FIND-SPONSOR-SHARE-OUTSTANDING.
      *    Opened for each inquiry like the fee accounts. What has
      *    been invoiced to a sponsor and not yet paid is summed over
      *    the student's sponsorships, which are keyed student number
      *    first; no file means the student has no sponsor.
           MOVE ZERO TO SPONSOR-OWES-WORK.
           OPEN INPUT SPONSORSHIP-FILE-IN.
           IF SPONSORSHIP-STATUS = '00'
               MOVE 'N' TO SPONSORSHIP-AT-END-SW
               MOVE STUDENT-NUMBER TO SPONSORED-STUDENT-NUMBER
               MOVE LOW-VALUES TO SPONSORED-ACADEMIC-TERM
               START SPONSORSHIP-FILE-IN
                   KEY IS >= SPONSORSHIP-KEY
                   INVALID KEY
                       MOVE 'Y' TO SPONSORSHIP-AT-END-SW
               END-START
               PERFORM ADD-ONE-SPONSOR-SHARE
               UNTIL SPONSORSHIP-AT-END-SW = 'Y'
               CLOSE SPONSORSHIP-FILE-IN
           END-IF.
       ADD-ONE-SPONSOR-SHARE.
           READ SPONSORSHIP-FILE-IN NEXT RECORD
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
       END PROGRAM ACCOUNT-INQUIRY.
