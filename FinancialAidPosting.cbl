      *          every applied award on the payment ledger typed 'A'.
      *          Keeping the two apart is what lets the refund run
      *          draw only on cash and keeps unspent aid from ever
      *          being handed back as a check. Every so many awards
      *          the run flushes the ledger and replaces its one
      *          AID-POSTING-CHECKPOINT.TXT record with the last award
      *          applied, the ledger entry count and the running
      *          totals, and a run that finds a checkpoint left behind
      *          resumes after it the same way the cash posting run
      *          does, passing over the awards whose ledger entries
      *          show they were already applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-LEDGER-STATUS.

           SELECT CHECKPOINT-FILE
           ASSIGN TO "F:\AID-POSTING-CHECKPOINT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE-IN.
       FD PAYMENT-LEDGER-FILE-OUT.
           COPY PAYLCPY.

       FD CHECKPOINT-FILE.
           COPY CHKPCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 AID-AWARDS-FILE-STATUS PIC X(2).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 CHECKPOINT-STATUS PIC X(2).
           05 STUDENT-FOUND-SW PIC X(1).

       01 CHECKPOINT-FIELDS.
      *    A checkpoint is taken after every CHECKPOINT-INTERVAL
      *    awards; LEDGER-ENTRY-COUNT is the number of entries on
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

       01 AID-TOTAL-FIELDS.
           05 AWARDS-POSTED-COUNT PIC 9(6) VALUE ZERO.
           05 AWARDS-POSTED-AMOUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       POST-AID-TO-ROSTER.
           PERFORM READ-CHECKPOINT-RECORD.
           PERFORM OPEN-AID-POSTING-FILES.
           PERFORM READ-AID-AWARD-RECORD.
           IF RESTART-SW = 'Y'
               PERFORM RESUME-FROM-CHECKPOINT
           ELSE
               PERFORM COUNT-LEDGER-ENTRIES
           END-IF.
           PERFORM OPEN-PAYMENT-LEDGER-FILE.
           IF RESTART-SW = 'Y'
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.
           PERFORM POST-ONE-AWARD
           UNTIL AID-AWARDS-FILE-STATUS = '10'.
           PERFORM DISPLAY-AID-POSTING-TOTALS.
           PERFORM CLOSE-AID-POSTING-FILES.
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
                   MOVE CHECKPOINT-TOTALS TO AID-TOTAL-FIELDS
                   DISPLAY "Restarting after award record "
                           CHECKPOINT-RECORDS-DONE ", checkpointed "
                           CHECKPOINT-DATE " " CHECKPOINT-TIME "."
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
       OPEN-AID-POSTING-FILES.
           OPEN I-O STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               CLOSE STUDENT-RECORDS-FILE-IN
               STOP RUN
           END-IF.
       OPEN-PAYMENT-LEDGER-FILE.
      *    EXTEND the ledger so each day's postings add to it;
      *    OPEN OUTPUT only the first time it does not yet exist.
           END-IF.
       READ-AID-AWARD-RECORD.
           READ AID-AWARDS-FILE-IN.
       READ-LEDGER-RECORD.
           READ PAYMENT-LEDGER-FILE-OUT.
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
      *    Pass over the awards the checkpoint already covers, and
      *    prove the last of them is the record the checkpoint saw -
      *    a feed replaced or touched since cannot be resumed. An
      *    empty feed means the interrupted run had already retired
      *    it, and only its clean-up is left to finish.
           IF AID-AWARDS-FILE-STATUS = '10'
               DISPLAY "The interrupted run had already retired "
                       "FINANCIAL-AID-AWARDS.TXT - nothing left to "
                       "post."
               CLOSE STUDENT-RECORDS-FILE-IN
               CLOSE AID-AWARDS-FILE-IN
               PERFORM RETIRE-AID-AWARDS-FEED
               STOP RUN
           END-IF.
           PERFORM SKIP-CHECKPOINTED-RECORD
           UNTIL FEED-RECORDS-DONE = RESTART-RECORDS-DONE
               OR AID-AWARDS-FILE-STATUS = '10'.
           IF FEED-RECORDS-DONE NOT = RESTART-RECORDS-DONE
               OR LAST-FEED-RECORD NOT = RESTART-LAST-RECORD
               DISPLAY "FINANCIAL-AID-AWARDS.TXT does not match the "
                       "checkpoint at award record "
                       RESTART-RECORDS-DONE " - restart refused."
               CLOSE STUDENT-RECORDS-FILE-IN
               CLOSE AID-AWARDS-FILE-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RESTART-LEDGER-COUNT TO LEDGER-ENTRY-COUNT.
           PERFORM REPLAY-LEDGER-AFTER-CHECKPOINT.
       SKIP-CHECKPOINTED-RECORD.
           ADD 1 TO FEED-RECORDS-DONE.
           MOVE AID-AWARD-RECORD-IN TO LAST-FEED-RECORD.
           PERFORM READ-AID-AWARD-RECORD.
       REPLAY-LEDGER-AFTER-CHECKPOINT.
      *    Ledger entries past the checkpointed count were written by
      *    the interrupted run after its last checkpoint, one per
      *    award it applied and in feed order. Each award that
      *    matches the next such entry was applied and is passed
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
               PERFORM REPLAY-ONE-AWARD
               UNTIL REPLAY-PENDING-SW = 'N'
                   OR AID-AWARDS-FILE-STATUS = '10'
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
       REPLAY-ONE-AWARD.
           IF LEDGER-AID-CREDIT
               AND LEDGER-STUDENT-NUMBER = AWARD-STUDENT-NUMBER
               AND LEDGER-PAYMENT-AMOUNT = AWARD-AMOUNT
               ADD 1 TO AWARDS-POSTED-COUNT
               ADD AWARD-AMOUNT TO AWARDS-POSTED-AMOUNT
               ADD 1 TO LEDGER-ENTRY-COUNT
               PERFORM READ-LEDGER-RECORD
               PERFORM SKIP-FOREIGN-LEDGER-ENTRIES
           ELSE
               ADD 1 TO AWARDS-UNMATCHED-COUNT
               ADD AWARD-AMOUNT TO AWARDS-UNMATCHED-AMOUNT
               DISPLAY "Award of " AWARD-AMOUNT " for student "
                       "number " AWARD-STUDENT-NUMBER " was not "
                       "posted by the interrupted run - left "
                       "unposted."
           END-IF.
           ADD 1 TO FEED-RECORDS-DONE.
           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           MOVE AID-AWARD-RECORD-IN TO LAST-FEED-RECORD.
           PERFORM READ-AID-AWARD-RECORD.
       SKIP-FOREIGN-LEDGER-ENTRIES.
      *    Other jobs - payment posting, the late fee, waiver and
      *    sponsor programs - append to the ledger too, and may have
      *    done so between the interruption and this restart. Only
      *    an aid credit can be this run's own; anything else is
      *    counted past so the checkpointed position stays true, and
      *    never compared with the feed.
           PERFORM SKIP-ONE-FOREIGN-LEDGER-ENTRY
           UNTIL PAYMENT-LEDGER-STATUS NOT = '00'
               OR LEDGER-AID-CREDIT.
           IF PAYMENT-LEDGER-STATUS NOT = '00'
               MOVE 'N' TO REPLAY-PENDING-SW
           END-IF.
       SKIP-ONE-FOREIGN-LEDGER-ENTRY.
           ADD 1 TO LEDGER-ENTRY-COUNT.
           PERFORM READ-LEDGER-RECORD.
       POST-ONE-AWARD.
           PERFORM LOOKUP-AWARD-STUDENT.
           IF STUDENT-FOUND-SW = 'Y'
                       "number " AWARD-STUDENT-NUMBER
                       " does not match the roster - not posted."
           END-IF.
           PERFORM COUNT-AWARD-RECORD-DONE.
           PERFORM READ-AID-AWARD-RECORD.
       COUNT-AWARD-RECORD-DONE.
           ADD 1 TO FEED-RECORDS-DONE.
           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           MOVE AID-AWARD-RECORD-IN TO LAST-FEED-RECORD.
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
           MOVE 'A' TO CHECKPOINT-PHASE.
           MOVE FEED-RECORDS-DONE TO CHECKPOINT-RECORDS-DONE.
           MOVE LAST-FEED-RECORD TO CHECKPOINT-LAST-RECORD.
           MOVE LEDGER-ENTRY-COUNT TO CHECKPOINT-LEDGER-COUNT.
           ACCEPT CHECKPOINT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHECKPOINT-TIME FROM TIME.
           MOVE AID-TOTAL-FIELDS TO CHECKPOINT-TOTALS.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           MOVE ZERO TO RECORDS-SINCE-CHECKPOINT.
       LOOKUP-AWARD-STUDENT.
      *    STUDENT-NUMBER is the record key, so the awardee is found
      *    with a single keyed READ instead of scanning the file.
           ACCEPT LEDGER-POSTING-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDGER-POSTING-TIME FROM TIME.
           WRITE PAYMENT-LEDGER-RECORD.
           ADD 1 TO LEDGER-ENTRY-COUNT.
       DISPLAY-AID-POSTING-TOTALS.
           DISPLAY "Awards posted to roster : "
                   AWARDS-POSTED-COUNT " for $"
      *    office to correct and re-feed.
           OPEN OUTPUT AID-AWARDS-FILE-IN.
           CLOSE AID-AWARDS-FILE-IN.
      *    The checkpoint is cleared last: until the feed is spent
      *    a restart must still know how far posting got.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
       END PROGRAM FINANCIAL-AID-POSTING.
