      *          PAYMENT-EDIT run has proven it: the pass record that
      *          edit leaves behind must be present and must agree
      *          with the count and dollars actually in PAYMENTS.TXT,
      *          or the posting run refuses to start. Every so many
      *          feed records the run flushes the ledger and replaces
      *          its one PAYMENT-POSTING-CHECKPOINT.TXT record with the
      *          last feed record applied, the ledger entry count and
      *          the running totals. A run that finds a checkpoint
      *          left behind resumes after it: the feed is proved
      *          against the checkpointed record, the ledger entries
      *          written after the checkpoint mark the feed records
      *          that were already applied, and those are passed over
      *          rather than posted a second time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EDIT-PASS-STATUS.

           SELECT CHECKPOINT-FILE
           ASSIGN TO "F:\PAYMENT-POSTING-CHECKPOINT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE-IN.
           05 PASS-CLEAN-COUNT PIC 9(6).
           05 PASS-CLEAN-DOLLARS PIC 9(9).

       FD CHECKPOINT-FILE.
           COPY CHKPCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 PAYMENTS-FILE-STATUS PIC X(2).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 EDIT-PASS-STATUS PIC X(2).
           05 CHECKPOINT-STATUS PIC X(2).
           05 STUDENT-FOUND-SW PIC X(1).

       01 CHECKPOINT-FIELDS.
      *    A checkpoint is taken after every CHECKPOINT-INTERVAL feed
      *    records; LEDGER-ENTRY-COUNT is the number of entries on
      *    PAYMENT-LEDGER.TXT, kept current as the run writes them.
           05 CHECKPOINT-INTERVAL PIC 9(6) VALUE 100.
           05 RESTART-SW PIC X(1) VALUE 'N'.
           05 REPLAY-PENDING-SW PIC X(1) VALUE 'N'.
           05 FEED-RECORDS-DONE PIC 9(6) VALUE ZERO.
           05 RECORDS-SINCE-CHECKPOINT PIC 9(6) VALUE ZERO.
           05 LEDGER-ENTRY-COUNT PIC 9(9) VALUE ZERO.
           05 LEDGER-ENTRIES-SKIPPED PIC 9(9) VALUE ZERO.
           05 LAST-FEED-RECORD PIC X(60) VALUE SPACES.
           05 RESTART-RECORDS-DONE PIC 9(6) VALUE ZERO.
           05 RESTART-LAST-RECORD PIC X(60) VALUE SPACES.
           05 RESTART-LEDGER-COUNT PIC 9(9) VALUE ZERO.

       01 FEED-PROOF-FIELDS.
      *    What the edit's pass record promised, against what is
      *    actually counted in PAYMENTS.TXT before any posting.

       PROCEDURE DIVISION.
       POST-PAYMENTS-TO-ROSTER.
           PERFORM READ-CHECKPOINT-RECORD.
           IF RESTART-SW = 'Y'
               PERFORM CHECK-INTERRUPTED-RUN-FINISHED
           END-IF.
           PERFORM CHECK-FEED-PASSED-EDIT.
           PERFORM OPEN-POSTING-FILES.
           PERFORM READ-PAYMENT-RECORD.
           IF RESTART-SW = 'Y'
               PERFORM RESUME-FROM-CHECKPOINT
           ELSE
               PERFORM COUNT-LEDGER-ENTRIES
           END-IF.
           PERFORM OPEN-PAYMENT-LEDGER-FILE.
           IF RESTART-SW = 'Y'
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.
           PERFORM POST-ONE-PAYMENT
           UNTIL PAYMENTS-FILE-STATUS = '10'.
           PERFORM DISPLAY-POSTING-TOTALS.
           PERFORM CLOSE-POSTING-FILES.
           STOP RUN.
       READ-CHECKPOINT-RECORD.
      *    No checkpoint file, or an empty one, means the last run
      *    finished and this one starts the feed from the top.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS = '00'
               READ CHECKPOINT-FILE
               IF CHECKPOINT-STATUS = '00'
                   MOVE 'Y' TO RESTART-SW
                   MOVE CHECKPOINT-RECORDS-DONE TO RESTART-RECORDS-DONE
                   MOVE CHECKPOINT-LAST-RECORD TO RESTART-LAST-RECORD
                   MOVE CHECKPOINT-LEDGER-COUNT TO RESTART-LEDGER-COUNT
                   MOVE CHECKPOINT-TOTALS TO POSTING-TOTAL-FIELDS
                   DISPLAY "Restarting after feed record "
                           CHECKPOINT-RECORDS-DONE ", checkpointed "
                           CHECKPOINT-DATE " " CHECKPOINT-TIME "."
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
       CHECK-INTERRUPTED-RUN-FINISHED.
      *    The feed is retired before the checkpoint is cleared, so
      *    an empty feed behind a checkpoint means the interrupted
      *    run had already posted everything: only the clean-up is
      *    left to finish.
           OPEN INPUT PAYMENTS-FILE-IN.
           IF PAYMENTS-FILE-STATUS = '00'
               PERFORM READ-PAYMENT-RECORD
               IF PAYMENTS-FILE-STATUS = '10'
                   CLOSE PAYMENTS-FILE-IN
                   DISPLAY "The interrupted run had already retired "
                           "PAYMENTS.TXT - nothing left to post."
                   PERFORM RETIRE-PAYMENTS-FEED
                   STOP RUN
               END-IF
               CLOSE PAYMENTS-FILE-IN
           END-IF.
       CHECK-FEED-PASSED-EDIT.
      *    The feed is only as good as the edit that proved it: the
      *    pass record must be present, and the count and dollars
               CLOSE STUDENT-RECORDS-FILE-IN
               STOP RUN
           END-IF.
       OPEN-PAYMENT-LEDGER-FILE.
      *    EXTEND the ledger so each day's postings add to it;
      *    OPEN OUTPUT only the first time it does not yet exist.
           END-IF.
       READ-PAYMENT-RECORD.
           READ PAYMENTS-FILE-IN.
       COUNT-LEDGER-ENTRIES.
      *    The ledger's entry count at the start of the run is where
      *    this run's own entries begin; every checkpoint records
      *    how far they have got since.
           OPEN INPUT PAYMENT-LEDGER-FILE-OUT.
           IF PAYMENT-LEDGER-STATUS = '00'
               PERFORM READ-LEDGER-RECORD
               PERFORM COUNT-ONE-LEDGER-ENTRY
               UNTIL PAYMENT-LEDGER-STATUS = '10'
               CLOSE PAYMENT-LEDGER-FILE-OUT
           END-IF.
       COUNT-ONE-LEDGER-ENTRY.
           ADD 1 TO LEDGER-ENTRY-COUNT.
           PERFORM READ-LEDGER-RECORD.
       RESUME-FROM-CHECKPOINT.
      *    Pass over the feed records the checkpoint already covers,
      *    and prove the last of them is the record the checkpoint
      *    saw - a feed replaced or touched since cannot be resumed.
           PERFORM SKIP-CHECKPOINTED-RECORD
           UNTIL FEED-RECORDS-DONE = RESTART-RECORDS-DONE
               OR PAYMENTS-FILE-STATUS = '10'.
           IF FEED-RECORDS-DONE NOT = RESTART-RECORDS-DONE
               OR LAST-FEED-RECORD NOT = RESTART-LAST-RECORD
               DISPLAY "PAYMENTS.TXT does not match the checkpoint "
                       "at feed record " RESTART-RECORDS-DONE
                       " - restart refused."
               CLOSE STUDENT-RECORDS-FILE-IN
               CLOSE PAYMENTS-FILE-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RESTART-LEDGER-COUNT TO LEDGER-ENTRY-COUNT.
           PERFORM REPLAY-LEDGER-AFTER-CHECKPOINT.
       SKIP-CHECKPOINTED-RECORD.
           ADD 1 TO FEED-RECORDS-DONE.
           MOVE PAYMENT-RECORD-IN TO LAST-FEED-RECORD.
           PERFORM READ-PAYMENT-RECORD.
       REPLAY-LEDGER-AFTER-CHECKPOINT.
      *    Ledger entries past the checkpointed count were written by
      *    the interrupted run after its last checkpoint, one per
      *    feed record it applied and in feed order. Each feed record
      *    that matches the next such entry was applied and is passed
      *    over; one that does not was already turned away. Once the
      *    entries run out, posting carries on as normal.
           MOVE 'N' TO REPLAY-PENDING-SW.
           MOVE ZERO TO LEDGER-ENTRIES-SKIPPED.
           OPEN INPUT PAYMENT-LEDGER-FILE-OUT.
           IF PAYMENT-LEDGER-STATUS = '00'
               PERFORM READ-LEDGER-RECORD
               PERFORM SKIP-CHECKPOINTED-LEDGER-ENTRY
               UNTIL LEDGER-ENTRIES-SKIPPED = RESTART-LEDGER-COUNT
                   OR PAYMENT-LEDGER-STATUS = '10'
               IF PAYMENT-LEDGER-STATUS = '00'
                   MOVE 'Y' TO REPLAY-PENDING-SW
                   PERFORM SKIP-FOREIGN-LEDGER-ENTRIES
               END-IF
               PERFORM REPLAY-ONE-FEED-RECORD
               UNTIL REPLAY-PENDING-SW = 'N'
                   OR PAYMENTS-FILE-STATUS = '10'
               IF REPLAY-PENDING-SW = 'Y'
                   DISPLAY "PAYMENT-LEDGER.TXT carries entries past "
                           "the end of the feed - check the ledger "
                           "before the next posting."
               END-IF
               CLOSE PAYMENT-LEDGER-FILE-OUT
           END-IF.
       SKIP-CHECKPOINTED-LEDGER-ENTRY.
           ADD 1 TO LEDGER-ENTRIES-SKIPPED.
           PERFORM READ-LEDGER-RECORD.
       REPLAY-ONE-FEED-RECORD.
           IF LEDGER-RECORD-TYPE IS NOT NUMERIC
               AND LEDGER-STUDENT-NUMBER = PAYMENT-STUDENT-NUMBER
               AND LEDGER-PAYMENT-AMOUNT = PAYMENT-AMOUNT
               AND ((PAYMENT-IS-REVERSAL
                   AND LEDGER-PAYMENT-REVERSAL)
               OR (NOT PAYMENT-IS-REVERSAL
                   AND LEDGER-CASH-PAYMENT))
               PERFORM COUNT-REPLAYED-POSTING
               ADD 1 TO LEDGER-ENTRY-COUNT
               PERFORM READ-LEDGER-RECORD
               PERFORM SKIP-FOREIGN-LEDGER-ENTRIES
           ELSE
               PERFORM COUNT-REPLAYED-REFUSAL
           END-IF.
           ADD 1 TO FEED-RECORDS-DONE.
           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           MOVE PAYMENT-RECORD-IN TO LAST-FEED-RECORD.
           PERFORM READ-PAYMENT-RECORD.
       SKIP-FOREIGN-LEDGER-ENTRIES.
      *    Other jobs - the late fee, waiver and sponsor programs -
      *    append to the ledger too, and may have done so between
      *    the interruption and this restart. Only a payment or a
      *    reversal can be this run's own; anything else is counted
      *    past so the checkpointed position stays true, and never
      *    compared with the feed.
           PERFORM SKIP-ONE-FOREIGN-LEDGER-ENTRY
           UNTIL PAYMENT-LEDGER-STATUS NOT = '00'
               OR (LEDGER-RECORD-TYPE IS NOT NUMERIC
                   AND (LEDGER-CASH-PAYMENT
                       OR LEDGER-PAYMENT-REVERSAL)).
           IF PAYMENT-LEDGER-STATUS NOT = '00'
               MOVE 'N' TO REPLAY-PENDING-SW
           END-IF.
       SKIP-ONE-FOREIGN-LEDGER-ENTRY.
           ADD 1 TO LEDGER-ENTRY-COUNT.
           PERFORM READ-LEDGER-RECORD.
       COUNT-REPLAYED-POSTING.
           IF PAYMENT-IS-REVERSAL
               ADD 1 TO REVERSALS-POSTED-COUNT
               ADD PAYMENT-AMOUNT TO REVERSALS-POSTED-AMOUNT
           ELSE
               ADD 1 TO PAYMENTS-POSTED-COUNT
               ADD PAYMENT-AMOUNT TO PAYMENTS-POSTED-AMOUNT
           END-IF.
       COUNT-REPLAYED-REFUSAL.
           IF PAYMENT-IS-REVERSAL
               ADD 1 TO REVERSALS-REFUSED-COUNT
           ELSE
               ADD 1 TO PAYMENTS-UNMATCHED-COUNT
               ADD PAYMENT-AMOUNT TO PAYMENTS-UNMATCHED-AMOUNT
           END-IF.
           DISPLAY "Feed record for student number "
                   PAYMENT-STUDENT-NUMBER " amount " PAYMENT-AMOUNT
                   " was not posted by the interrupted run - left "
                   "unposted.".
       POST-ONE-PAYMENT.
           PERFORM LOOKUP-PAYMENT-STUDENT.
           IF STUDENT-FOUND-SW = 'N'
                   PERFORM APPLY-PAYMENT-TO-ROSTER
               END-IF
           END-IF.
           PERFORM COUNT-FEED-RECORD-DONE.
           PERFORM READ-PAYMENT-RECORD.
       COUNT-FEED-RECORD-DONE.
           ADD 1 TO FEED-RECORDS-DONE.
           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           MOVE PAYMENT-RECORD-IN TO LAST-FEED-RECORD.
           IF RECORDS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.
       WRITE-CHECKPOINT-RECORD.
      *    The ledger is closed and picked back up first so every
      *    entry the checkpoint counts is really on the file; the
      *    checkpoint then replaces the one before it.
           CLOSE PAYMENT-LEDGER-FILE-OUT.
           PERFORM OPEN-PAYMENT-LEDGER-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 'P' TO CHECKPOINT-PHASE.
           MOVE FEED-RECORDS-DONE TO CHECKPOINT-RECORDS-DONE.
           MOVE LAST-FEED-RECORD TO CHECKPOINT-LAST-RECORD.
           MOVE LEDGER-ENTRY-COUNT TO CHECKPOINT-LEDGER-COUNT.
           ACCEPT CHECKPOINT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHECKPOINT-TIME FROM TIME.
           MOVE POSTING-TOTAL-FIELDS TO CHECKPOINT-TOTALS.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           MOVE ZERO TO RECORDS-SINCE-CHECKPOINT.
       POST-ONE-REVERSAL.
      *    A reversal is only honored against a payment the ledger
      *    actually carries - the bank telling us a check bounced
           ACCEPT LEDGER-POSTING-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDGER-POSTING-TIME FROM TIME.
           WRITE PAYMENT-LEDGER-RECORD.
           ADD 1 TO LEDGER-ENTRY-COUNT.
       DISPLAY-POSTING-TOTALS.
           DISPLAY "Payments posted to roster : "
                   PAYMENTS-POSTED-COUNT " for $"
           CLOSE PAYMENTS-FILE-IN.
           OPEN OUTPUT EDIT-PASS-FILE.
           CLOSE EDIT-PASS-FILE.
      *    The checkpoint is cleared last: until the feed is spent
      *    a restart must still know how far posting got.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
       END PROGRAM PAYMENT-POSTING.
