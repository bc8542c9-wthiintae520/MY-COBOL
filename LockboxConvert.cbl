      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Convert the bank's daily lockbox file into the
      *          PAYMENTS-RAW.TXT feed PAYMENT-EDIT expects, instead of
      *          having it retyped. The bank file carries batch
      *          headers with the deposit date and the batch item
      *          count and dollars, then one item per check - check
      *          number, remitter name, the student number from the
      *          remittance stub, and the amount - plus any returned
      *          (NSF) checks. Every batch is proven against its header
      *          before anything is converted; a file that does not
      *          prove is held whole. A check whose stub number is
      *          missing, unreadable, or not on the roster, or whose
      *          amount cannot be carried in whole dollars, goes to the
      *          exceptions list for the cashier instead of the feed.
      *          Every check is kept on the check-number
      *          cross-reference with the student it was posted to, so
      *          a returned check is traced back to the original item
      *          and released as a reversal against the same student;
      *          a check already on the cross-reference is never
      *          converted twice. The feed is written with a dated 'H'
      *          header, 'D' details, and a 'T' trailer carrying the
      *          count and hash dollars, and is refused when
      *          PAYMENTS-RAW.TXT still holds a feed not yet released.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-BANK-FILE-IN
           ASSIGN TO "F:\LOCKBOX-BANK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCKBOX-BANK-STATUS.

           SELECT STUDENT-RECORDS-FILE-IN
           ASSIGN TO "F:\STUDENT-RECORDS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STUDENT-RECORD-FILE-STATUS.

           SELECT CHECK-XREF-FILE
           ASSIGN TO "F:\LOCKBOX-CHECK-XREF.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS CHECK-XREF-STATUS.

           SELECT PAYMENTS-RAW-FILE
           ASSIGN TO "F:\PAYMENTS-RAW.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENTS-RAW-STATUS.

           SELECT LOCKBOX-EXCEPTIONS-OUT
           ASSIGN TO "F:\LOCKBOX-EXCEPTIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCKBOX-EXCEPTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-BANK-FILE-IN.
      *    The bank's own layout: a 'B' batch header ahead of each
      *    deposit batch, then one 'C' item per check received and
      *    one 'R' item per check the bank returned unpaid. Amounts
      *    are dollars and cents; the batch header's count and
      *    dollars cover every item in the batch, returns included.
       01 LOCKBOX-BANK-RECORD.
           05 BANK-RECORD-TYPE PIC X(1).
               88 BANK-BATCH-HEADER VALUE 'B'.
               88 BANK-CHECK-ITEM VALUE 'C'.
               88 BANK-RETURNED-ITEM VALUE 'R'.
           05 BANK-RECORD-DATA PIC X(59).
           05 BANK-BATCH-FIELDS REDEFINES BANK-RECORD-DATA.
               10 BANK-BATCH-NUMBER PIC 9(4).
               10 BANK-DEPOSIT-DATE PIC 9(8).
               10 BANK-BATCH-ITEM-COUNT PIC 9(4).
               10 BANK-BATCH-AMOUNT PIC 9(9)V99.
               10 FILLER PIC X(32).
           05 BANK-ITEM-FIELDS REDEFINES BANK-RECORD-DATA.
               10 BANK-CHECK-NUMBER PIC X(10).
               10 BANK-REMITTER-NAME PIC X(30).
               10 BANK-STUB-STUDENT-NUMBER PIC X(6).
               10 BANK-CHECK-AMOUNT PIC 9(7)V99.
               10 BANK-CHECK-AMOUNT-PARTS
                  REDEFINES BANK-CHECK-AMOUNT.
                   15 BANK-CHECK-DOLLARS PIC 9(7).
                   15 BANK-CHECK-CENTS PIC 9(2).
               10 FILLER PIC X(4).

       FD STUDENT-RECORDS-FILE-IN.
           COPY STUDCPY.

       FD CHECK-XREF-FILE.
      *    One row per check item ever converted, keyed by the check
      *    number first so every deposit of a given check number can
      *    be found together when the bank returns one.
       01 CHECK-XREF-RECORD.
           05 XREF-KEY.
               10 XREF-CHECK-NUMBER PIC X(10).
               10 XREF-DEPOSIT-DATE PIC 9(8).
               10 XREF-BATCH-NUMBER PIC 9(4).
               10 XREF-ITEM-SEQUENCE PIC 9(4).
           05 XREF-REMITTER-NAME PIC X(30).
           05 XREF-STUB-STUDENT-NUMBER PIC X(6).
           05 XREF-CHECK-AMOUNT PIC 9(7)V99.
           05 XREF-DISPOSITION PIC X(1).
               88 XREF-RELEASED VALUE 'P'.
               88 XREF-EXCEPTION VALUE 'E'.
               88 XREF-RETURNED VALUE 'B'.
           05 XREF-CONVERT-DATE PIC 9(8).
           05 XREF-RETURN-DATE PIC 9(8).

       FD PAYMENTS-RAW-FILE.
      *    The raw payments feed exactly as PAYMENT-EDIT reads it.
       01 PAYMENT-RAW-RECORD.
           05 RAW-RECORD-TYPE PIC X(1).
           05 RAW-RECORD-DATA PIC X(15).
           05 RAW-DETAIL-FIELDS REDEFINES RAW-RECORD-DATA.
               10 RAW-PAYMENT-TYPE PIC X(1).
               10 RAW-STUDENT-NUMBER PIC 9(6).
               10 RAW-PAYMENT-AMOUNT PIC 9(6).
               10 FILLER PIC X(2).
           05 RAW-HEADER-FIELDS REDEFINES RAW-RECORD-DATA.
               10 RAW-HEADER-DATE PIC 9(8).
               10 FILLER PIC X(7).
           05 RAW-TRAILER-FIELDS REDEFINES RAW-RECORD-DATA.
               10 RAW-TRAILER-COUNT PIC 9(6).
               10 RAW-TRAILER-DOLLARS PIC 9(9).

       FD LOCKBOX-EXCEPTIONS-OUT.
       01 LOCKBOX-EXCEPTIONS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 LOCKBOX-BANK-STATUS PIC X(2).
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 CHECK-XREF-STATUS PIC X(2).
           05 PAYMENTS-RAW-STATUS PIC X(2).
           05 LOCKBOX-EXCEPTIONS-STATUS PIC X(2).
           05 CONVERT-DATE-WORK PIC 9(8).
           05 BANK-FILE-FAILED-SW PIC X(1) VALUE 'N'.
           05 BATCH-OPEN-SW PIC X(1) VALUE 'N'.
           05 ITEM-USABLE-SW PIC X(1).
           05 XREF-SWEEP-END-SW PIC X(1).
           05 ORIGINAL-FOUND-SW PIC X(1).

       01 BATCH-PROOF-FIELDS.
      *    The header figures of the batch being proven, against
      *    what its items actually added up to.
           05 PROOF-BATCH-NUMBER PIC 9(4) VALUE ZERO.
           05 PROOF-HEADER-COUNT PIC 9(4) VALUE ZERO.
           05 PROOF-HEADER-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 PROOF-ITEM-COUNT PIC 9(4) VALUE ZERO.
           05 PROOF-ITEM-AMOUNT PIC 9(9)V99 VALUE ZERO.

       01 CURRENT-BATCH-FIELDS.
           05 CURRENT-BATCH-NUMBER PIC 9(4) VALUE ZERO.
           05 CURRENT-DEPOSIT-DATE PIC 9(8) VALUE ZERO.
           05 CURRENT-ITEM-SEQUENCE PIC 9(4) VALUE ZERO.

       01 ORIGINAL-XREF-KEY-SAVE PIC X(26).
       01 ITEM-STUDENT-NUMBER-WORK PIC 9(6) VALUE ZERO.
       01 ITEM-DOLLARS-WORK PIC 9(6) VALUE ZERO.

       01 CONVERT-TOTAL-FIELDS.
           05 BANK-RECORDS-READ-COUNT PIC 9(6) VALUE ZERO.
           05 BATCHES-READ-COUNT PIC 9(6) VALUE ZERO.
           05 CHECKS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
           05 CHECKS-RELEASED-DOLLARS PIC 9(9) VALUE ZERO.
           05 RETURNS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
           05 RETURNS-RELEASED-DOLLARS PIC 9(9) VALUE ZERO.
           05 EXCEPTIONS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
           05 EXCEPTIONS-WRITTEN-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 RAW-DETAIL-COUNT PIC 9(6) VALUE ZERO.
           05 RAW-DETAIL-DOLLARS PIC 9(9) VALUE ZERO.

       01 EXCEPTION-HEADING-LINE.
           05 FILLER PIC X(42)
              VALUE "LOCKBOX EXCEPTIONS FOR THE CASHIER  DATED ".
           05 HEADING-RUN-DATE PIC 9(8).

       01 EXCEPTION-COLUMN-LINE.
           05 FILLER PIC X(22) VALUE "BTCH ITEM CHECK NO".
           05 FILLER PIC X(31) VALUE "REMITTER".
           05 FILLER PIC X(7) VALUE "STUB".
           05 FILLER PIC X(12) VALUE "      AMOUNT".

       01 EXCEPTION-DETAIL-LINE.
           05 EXCEPTION-BATCH-NUMBER PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 EXCEPTION-ITEM-SEQUENCE PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 EXCEPTION-CHECK-NUMBER PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXCEPTION-REMITTER-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 EXCEPTION-STUB-NUMBER PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 EXCEPTION-AMOUNT PIC Z,ZZZ,ZZ9.99.

       01 EXCEPTION-REASON-LINE.
      *    EXCEPTION-REASON is set by the caller before the item is
      *    listed.
           05 FILLER PIC X(10) VALUE "      ** ".
           05 EXCEPTION-REASON PIC X(60).

       01 EXCEPTION-TOTAL-LINE.
           05 FILLER PIC X(28) VALUE "ITEMS FOR THE CASHIER".
           05 TOTAL-EXCEPTION-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  TOTAL $".
           05 TOTAL-EXCEPTION-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       CONVERT-LOCKBOX-FILE.
           ACCEPT CONVERT-DATE-WORK FROM DATE YYYYMMDD.
           PERFORM PROVE-BANK-FILE.
           IF BANK-FILE-FAILED-SW = 'Y'
               DISPLAY "LOCKBOX FILE HELD - nothing written to "
                       "PAYMENTS-RAW.TXT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BANK-RECORDS-READ-COUNT = ZERO
               DISPLAY "LOCKBOX-BANK.TXT is empty - nothing to "
                       "convert."
               STOP RUN
           END-IF.
           PERFORM OPEN-CONVERT-FILES.
           PERFORM WRITE-RAW-HEADER.
           PERFORM WRITE-EXCEPTION-HEADINGS.
           MOVE 'N' TO BATCH-OPEN-SW.
           PERFORM READ-BANK-RECORD.
           PERFORM CONVERT-ONE-BANK-RECORD
           UNTIL LOCKBOX-BANK-STATUS = '10'.
           PERFORM WRITE-RAW-TRAILER.
           PERFORM WRITE-EXCEPTION-TOTAL-LINE.
           PERFORM DISPLAY-CONVERT-TOTALS.
           PERFORM CLOSE-CONVERT-FILES.
           STOP RUN.
       PROVE-BANK-FILE.
      *    A first pass over the whole file proves every batch
      *    against its header before a single item is converted,
      *    so a short or garbled transmission is held whole rather
      *    than half released.
           OPEN INPUT LOCKBOX-BANK-FILE-IN.
           IF LOCKBOX-BANK-STATUS NOT = '00'
               DISPLAY "LOCKBOX-BANK.TXT could not be opened, "
                       "file status " LOCKBOX-BANK-STATUS
                       " - nothing to convert."
               STOP RUN
           END-IF.
           PERFORM READ-BANK-RECORD.
           PERFORM PROVE-ONE-BANK-RECORD
           UNTIL LOCKBOX-BANK-STATUS = '10'.
           IF BATCH-OPEN-SW = 'Y'
               PERFORM PROVE-BATCH-CONTROLS
           END-IF.
           CLOSE LOCKBOX-BANK-FILE-IN.
       READ-BANK-RECORD.
           READ LOCKBOX-BANK-FILE-IN.
       PROVE-ONE-BANK-RECORD.
           ADD 1 TO BANK-RECORDS-READ-COUNT.
           EVALUATE TRUE
               WHEN BANK-BATCH-HEADER
                   IF BATCH-OPEN-SW = 'Y'
                       PERFORM PROVE-BATCH-CONTROLS
                   END-IF
                   PERFORM START-BATCH-PROOF
               WHEN BANK-CHECK-ITEM
               WHEN BANK-RETURNED-ITEM
                   PERFORM ADD-ITEM-TO-BATCH-PROOF
               WHEN OTHER
                   DISPLAY "LOCKBOX-BANK.TXT record "
                           BANK-RECORDS-READ-COUNT
                           " has unrecognized type '"
                           BANK-RECORD-TYPE "'."
                   MOVE 'Y' TO BANK-FILE-FAILED-SW
           END-EVALUATE.
           PERFORM READ-BANK-RECORD.
       START-BATCH-PROOF.
           IF BANK-BATCH-NUMBER IS NOT NUMERIC
               OR BANK-DEPOSIT-DATE IS NOT NUMERIC
               OR BANK-BATCH-ITEM-COUNT IS NOT NUMERIC
               OR BANK-BATCH-AMOUNT IS NOT NUMERIC
               DISPLAY "LOCKBOX-BANK.TXT batch header at record "
                       BANK-RECORDS-READ-COUNT
                       " is not numeric."
               MOVE 'Y' TO BANK-FILE-FAILED-SW
               MOVE ZERO TO PROOF-BATCH-NUMBER
               MOVE ZERO TO PROOF-HEADER-COUNT
               MOVE ZERO TO PROOF-HEADER-AMOUNT
           ELSE
               MOVE BANK-BATCH-NUMBER TO PROOF-BATCH-NUMBER
               MOVE BANK-BATCH-ITEM-COUNT TO PROOF-HEADER-COUNT
               MOVE BANK-BATCH-AMOUNT TO PROOF-HEADER-AMOUNT
           END-IF.
           MOVE ZERO TO PROOF-ITEM-COUNT.
           MOVE ZERO TO PROOF-ITEM-AMOUNT.
           MOVE 'Y' TO BATCH-OPEN-SW.
           ADD 1 TO BATCHES-READ-COUNT.
       ADD-ITEM-TO-BATCH-PROOF.
      *    An item ahead of any batch header, or one whose amount
      *    cannot be added, means the batch can never prove.
           IF BATCH-OPEN-SW = 'N'
               DISPLAY "LOCKBOX-BANK.TXT does not begin with a "
                       "batch header."
               MOVE 'Y' TO BANK-FILE-FAILED-SW
           END-IF.
           ADD 1 TO PROOF-ITEM-COUNT.
           IF BANK-CHECK-AMOUNT IS NUMERIC
               ADD BANK-CHECK-AMOUNT TO PROOF-ITEM-AMOUNT
           ELSE
               DISPLAY "LOCKBOX-BANK.TXT item at record "
                       BANK-RECORDS-READ-COUNT
                       " has an unreadable amount."
               MOVE 'Y' TO BANK-FILE-FAILED-SW
           END-IF.
       PROVE-BATCH-CONTROLS.
           IF PROOF-ITEM-COUNT NOT = PROOF-HEADER-COUNT
               DISPLAY "Batch " PROOF-BATCH-NUMBER " header count "
                       PROOF-HEADER-COUNT " does not match "
                       PROOF-ITEM-COUNT " items read."
               MOVE 'Y' TO BANK-FILE-FAILED-SW
           END-IF.
           IF PROOF-ITEM-AMOUNT NOT = PROOF-HEADER-AMOUNT
               DISPLAY "Batch " PROOF-BATCH-NUMBER " header dollars "
                       PROOF-HEADER-AMOUNT " do not match item "
                       "dollars " PROOF-ITEM-AMOUNT "."
               MOVE 'Y' TO BANK-FILE-FAILED-SW
           END-IF.
       OPEN-CONVERT-FILES.
           PERFORM CHECK-RAW-FEED-RELEASED.
           OPEN INPUT STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-CHECK-XREF-FILE.
           OPEN INPUT LOCKBOX-BANK-FILE-IN.
           OPEN OUTPUT PAYMENTS-RAW-FILE.
           OPEN OUTPUT LOCKBOX-EXCEPTIONS-OUT.
       CHECK-RAW-FEED-RELEASED.
      *    PAYMENT-EDIT empties the raw feed once it is released,
      *    so anything still in it is a feed held for correction or
      *    not yet edited - overwriting it would lose payments.
           OPEN INPUT PAYMENTS-RAW-FILE.
           IF PAYMENTS-RAW-STATUS = '00'
               READ PAYMENTS-RAW-FILE
               IF PAYMENTS-RAW-STATUS = '00'
                   DISPLAY "PAYMENTS-RAW.TXT still holds a feed "
                           "PAYMENT-EDIT has not released - "
                           "lockbox file not converted."
                   CLOSE PAYMENTS-RAW-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PAYMENTS-RAW-FILE
           END-IF.
       OPEN-CHECK-XREF-FILE.
      *    Same open-or-create idiom as OPEN-STUDENT-RECORD-FILE in
      *    Project1.cbl: the first run ever builds the file.
           OPEN I-O CHECK-XREF-FILE.
           IF CHECK-XREF-STATUS = '05' OR '35'
               OPEN OUTPUT CHECK-XREF-FILE
               CLOSE CHECK-XREF-FILE
               OPEN I-O CHECK-XREF-FILE
           END-IF.
           IF CHECK-XREF-STATUS NOT = '00'
               DISPLAY "LOCKBOX-CHECK-XREF.TXT could not be opened, "
                       "file status " CHECK-XREF-STATUS "."
               CLOSE STUDENT-RECORDS-FILE-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       WRITE-RAW-HEADER.
           MOVE SPACES TO PAYMENT-RAW-RECORD.
           MOVE 'H' TO RAW-RECORD-TYPE.
           MOVE CONVERT-DATE-WORK TO RAW-HEADER-DATE.
           WRITE PAYMENT-RAW-RECORD.
       CONVERT-ONE-BANK-RECORD.
           EVALUATE TRUE
               WHEN BANK-BATCH-HEADER
                   MOVE BANK-BATCH-NUMBER TO CURRENT-BATCH-NUMBER
                   MOVE BANK-DEPOSIT-DATE TO CURRENT-DEPOSIT-DATE
                   MOVE ZERO TO CURRENT-ITEM-SEQUENCE
               WHEN BANK-CHECK-ITEM
                   ADD 1 TO CURRENT-ITEM-SEQUENCE
                   PERFORM CONVERT-CHECK-ITEM
               WHEN BANK-RETURNED-ITEM
                   ADD 1 TO CURRENT-ITEM-SEQUENCE
                   PERFORM CONVERT-RETURNED-ITEM
           END-EVALUATE.
           PERFORM READ-BANK-RECORD.
       CONVERT-CHECK-ITEM.
      *    The cross-reference row is written first whatever the
      *    outcome, so a check the bank sends again is recognized
      *    and a check the cashier had to handle is still on file
      *    if it is later returned.
           PERFORM EDIT-CHECK-ITEM.
           MOVE CURRENT-DEPOSIT-DATE TO XREF-DEPOSIT-DATE.
           MOVE CURRENT-BATCH-NUMBER TO XREF-BATCH-NUMBER.
           MOVE CURRENT-ITEM-SEQUENCE TO XREF-ITEM-SEQUENCE.
           MOVE BANK-CHECK-NUMBER TO XREF-CHECK-NUMBER.
           MOVE BANK-REMITTER-NAME TO XREF-REMITTER-NAME.
           MOVE BANK-STUB-STUDENT-NUMBER TO XREF-STUB-STUDENT-NUMBER.
           MOVE BANK-CHECK-AMOUNT TO XREF-CHECK-AMOUNT.
           MOVE CONVERT-DATE-WORK TO XREF-CONVERT-DATE.
           MOVE ZERO TO XREF-RETURN-DATE.
           IF ITEM-USABLE-SW = 'Y'
               SET XREF-RELEASED TO TRUE
           ELSE
               SET XREF-EXCEPTION TO TRUE
           END-IF.
           WRITE CHECK-XREF-RECORD
               INVALID KEY
                   MOVE "check already converted on an earlier run"
                       TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-ITEM
               NOT INVALID KEY
                   IF ITEM-USABLE-SW = 'Y'
                       MOVE SPACES TO PAYMENT-RAW-RECORD
                       MOVE 'P' TO RAW-PAYMENT-TYPE
                       PERFORM WRITE-RAW-DETAIL
                       ADD 1 TO CHECKS-RELEASED-COUNT
                       ADD ITEM-DOLLARS-WORK
                           TO CHECKS-RELEASED-DOLLARS
                   ELSE
                       PERFORM WRITE-EXCEPTION-ITEM
                   END-IF
           END-WRITE.
       EDIT-CHECK-ITEM.
      *    Leaves ITEM-USABLE-SW 'N' with EXCEPTION-REASON set, or
      *    'Y' with the student and whole-dollar amount ready for
      *    the feed.
           MOVE 'N' TO ITEM-USABLE-SW.
           IF BANK-STUB-STUDENT-NUMBER IS NOT NUMERIC
               OR BANK-STUB-STUDENT-NUMBER = ZERO
               MOVE "stub student number missing or unreadable"
                   TO EXCEPTION-REASON
           ELSE
               MOVE BANK-STUB-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-RECORDS-FILE-IN
                   INVALID KEY
                       MOVE "stub student number is not on the roster"
                           TO EXCEPTION-REASON
                   NOT INVALID KEY
                       PERFORM EDIT-CHECK-AMOUNT
               END-READ
           END-IF.
       EDIT-CHECK-AMOUNT.
      *    The roster and the payments feed carry whole dollars
      *    only; a check with cents has to be applied by hand.
           IF BANK-CHECK-AMOUNT = ZERO
               MOVE "check amount is zero" TO EXCEPTION-REASON
           ELSE
           IF BANK-CHECK-CENTS NOT = ZERO
               MOVE "amount carries cents - apply by hand"
                   TO EXCEPTION-REASON
           ELSE
               IF BANK-CHECK-DOLLARS > 999999
                   MOVE "amount too large for the payments feed"
                       TO EXCEPTION-REASON
               ELSE
                   MOVE 'Y' TO ITEM-USABLE-SW
                   MOVE STUDENT-NUMBER TO ITEM-STUDENT-NUMBER-WORK
                   MOVE BANK-CHECK-DOLLARS TO ITEM-DOLLARS-WORK
               END-IF
           END-IF
           END-IF.
       CONVERT-RETURNED-ITEM.
      *    A returned check is backed out of the student the
      *    original was posted to - found on the cross-reference by
      *    check number and amount, the latest such deposit if the
      *    same number was deposited more than once - and the
      *    original row is marked so it cannot be returned twice.
           PERFORM FIND-ORIGINAL-CHECK.
           IF ORIGINAL-FOUND-SW = 'Y'
               MOVE ORIGINAL-XREF-KEY-SAVE TO XREF-KEY
               READ CHECK-XREF-FILE
                   INVALID KEY
                       MOVE 'N' TO ORIGINAL-FOUND-SW
               END-READ
           END-IF.
           IF ORIGINAL-FOUND-SW = 'N'
               MOVE "returned check not traced to a posted check"
                   TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-ITEM
           ELSE
               PERFORM RELEASE-RETURNED-CHECK
           END-IF.
       RELEASE-RETURNED-CHECK.
           SET XREF-RETURNED TO TRUE.
           MOVE CURRENT-DEPOSIT-DATE TO XREF-RETURN-DATE.
           REWRITE CHECK-XREF-RECORD
               INVALID KEY
                   DISPLAY "Check " XREF-CHECK-NUMBER
                           " could not be marked returned."
           END-REWRITE.
           MOVE XREF-STUB-STUDENT-NUMBER TO ITEM-STUDENT-NUMBER-WORK.
           MOVE BANK-CHECK-DOLLARS TO ITEM-DOLLARS-WORK.
           MOVE SPACES TO PAYMENT-RAW-RECORD.
           MOVE 'R' TO RAW-PAYMENT-TYPE.
           PERFORM WRITE-RAW-DETAIL.
           ADD 1 TO RETURNS-RELEASED-COUNT.
           ADD ITEM-DOLLARS-WORK TO RETURNS-RELEASED-DOLLARS.
           DISPLAY "Returned check " XREF-CHECK-NUMBER
                   " traced to student " XREF-STUB-STUDENT-NUMBER
                   ", deposited " XREF-DEPOSIT-DATE
                   " batch " XREF-BATCH-NUMBER ".".
       FIND-ORIGINAL-CHECK.
           MOVE 'N' TO ORIGINAL-FOUND-SW.
           MOVE 'N' TO XREF-SWEEP-END-SW.
           MOVE BANK-CHECK-NUMBER TO XREF-CHECK-NUMBER.
           MOVE ZERO TO XREF-DEPOSIT-DATE.
           MOVE ZERO TO XREF-BATCH-NUMBER.
           MOVE ZERO TO XREF-ITEM-SEQUENCE.
           START CHECK-XREF-FILE
               KEY IS >= XREF-KEY
               INVALID KEY
                   MOVE 'Y' TO XREF-SWEEP-END-SW
           END-START.
           IF CHECK-XREF-STATUS NOT = '00'
               MOVE 'Y' TO XREF-SWEEP-END-SW
           END-IF.
           PERFORM CHECK-ONE-XREF-CANDIDATE
           UNTIL XREF-SWEEP-END-SW = 'Y'.
       CHECK-ONE-XREF-CANDIDATE.
           READ CHECK-XREF-FILE NEXT RECORD
           END-READ.
           IF CHECK-XREF-STATUS NOT = '00'
               OR XREF-CHECK-NUMBER NOT = BANK-CHECK-NUMBER
               MOVE 'Y' TO XREF-SWEEP-END-SW
           ELSE
               IF XREF-RELEASED
                   AND XREF-CHECK-AMOUNT = BANK-CHECK-AMOUNT
                   MOVE 'Y' TO ORIGINAL-FOUND-SW
                   MOVE XREF-KEY TO ORIGINAL-XREF-KEY-SAVE
               END-IF
           END-IF.
       WRITE-RAW-DETAIL.
      *    The caller clears the record and sets RAW-PAYMENT-TYPE;
      *    the trailer's dollars are a hash of every detail,
      *    reversals included, the way PAYMENT-EDIT proves them.
           MOVE 'D' TO RAW-RECORD-TYPE.
           MOVE ITEM-STUDENT-NUMBER-WORK TO RAW-STUDENT-NUMBER.
           MOVE ITEM-DOLLARS-WORK TO RAW-PAYMENT-AMOUNT.
           WRITE PAYMENT-RAW-RECORD.
           ADD 1 TO RAW-DETAIL-COUNT.
           ADD ITEM-DOLLARS-WORK TO RAW-DETAIL-DOLLARS.
       WRITE-RAW-TRAILER.
           MOVE SPACES TO PAYMENT-RAW-RECORD.
           MOVE 'T' TO RAW-RECORD-TYPE.
           MOVE RAW-DETAIL-COUNT TO RAW-TRAILER-COUNT.
           MOVE RAW-DETAIL-DOLLARS TO RAW-TRAILER-DOLLARS.
           WRITE PAYMENT-RAW-RECORD.
       WRITE-EXCEPTION-HEADINGS.
           MOVE CONVERT-DATE-WORK TO HEADING-RUN-DATE.
           WRITE LOCKBOX-EXCEPTIONS-LINE FROM EXCEPTION-HEADING-LINE.
           MOVE SPACES TO LOCKBOX-EXCEPTIONS-LINE.
           WRITE LOCKBOX-EXCEPTIONS-LINE.
           WRITE LOCKBOX-EXCEPTIONS-LINE FROM EXCEPTION-COLUMN-LINE.
       WRITE-EXCEPTION-ITEM.
      *    EXCEPTION-REASON is set by the caller.
           MOVE CURRENT-BATCH-NUMBER TO EXCEPTION-BATCH-NUMBER.
           MOVE CURRENT-ITEM-SEQUENCE TO EXCEPTION-ITEM-SEQUENCE.
           MOVE BANK-CHECK-NUMBER TO EXCEPTION-CHECK-NUMBER.
           MOVE BANK-REMITTER-NAME TO EXCEPTION-REMITTER-NAME.
           MOVE BANK-STUB-STUDENT-NUMBER TO EXCEPTION-STUB-NUMBER.
           MOVE BANK-CHECK-AMOUNT TO EXCEPTION-AMOUNT.
           WRITE LOCKBOX-EXCEPTIONS-LINE FROM EXCEPTION-DETAIL-LINE.
           WRITE LOCKBOX-EXCEPTIONS-LINE FROM EXCEPTION-REASON-LINE.
           ADD 1 TO EXCEPTIONS-WRITTEN-COUNT.
           ADD BANK-CHECK-AMOUNT TO EXCEPTIONS-WRITTEN-AMOUNT.
       WRITE-EXCEPTION-TOTAL-LINE.
           MOVE SPACES TO LOCKBOX-EXCEPTIONS-LINE.
           WRITE LOCKBOX-EXCEPTIONS-LINE.
           MOVE EXCEPTIONS-WRITTEN-COUNT TO TOTAL-EXCEPTION-COUNT.
           MOVE EXCEPTIONS-WRITTEN-AMOUNT TO TOTAL-EXCEPTION-AMOUNT.
           WRITE LOCKBOX-EXCEPTIONS-LINE FROM EXCEPTION-TOTAL-LINE.
       DISPLAY-CONVERT-TOTALS.
           DISPLAY "Batches converted : " BATCHES-READ-COUNT.
           DISPLAY "Checks released   : " CHECKS-RELEASED-COUNT
                   " for $" CHECKS-RELEASED-DOLLARS.
           DISPLAY "Returns released  : " RETURNS-RELEASED-COUNT
                   " for $" RETURNS-RELEASED-DOLLARS.
           DISPLAY "Cashier exceptions: " EXCEPTIONS-WRITTEN-COUNT.
       CLOSE-CONVERT-FILES.
           CLOSE LOCKBOX-BANK-FILE-IN.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE CHECK-XREF-FILE.
           CLOSE PAYMENTS-RAW-FILE.
           CLOSE LOCKBOX-EXCEPTIONS-OUT.
       END PROGRAM LOCKBOX-CONVERT.
