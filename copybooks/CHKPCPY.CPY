      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared CHECKPOINT-RECORD layout for the checkpoint
      *          files kept by the runs that REWRITE the roster one
      *          record at a time - PAYMENT-POSTING,
      *          FINANCIAL-AID-POSTING and TUITION-ASSESSMENT. Each run
      *          replaces its one checkpoint record every so many
      *          records and empties the file when it finishes, so a
      *          record left behind means the last run stopped part
      *          way and the next run must resume after it rather than
      *          start the feed over. The phase says which pass of the
      *          run the checkpoint belongs to, the last record is the
      *          image of the last input record fully applied (proved
      *          against the feed on restart), the ledger count is how
      *          many PAYMENT-LEDGER.TXT entries existed at that moment,
      *          and the totals area holds the run's own running totals
      *          so the restarted run finishes with the whole run's
      *          figures.
      ******************************************************************
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-PHASE PIC X(1).
           05 CHECKPOINT-RECORDS-DONE PIC 9(6).
           05 CHECKPOINT-LAST-RECORD PIC X(60).
           05 CHECKPOINT-LEDGER-COUNT PIC 9(9).
           05 CHECKPOINT-DATE PIC 9(8).
           05 CHECKPOINT-TIME PIC 9(8).
           05 CHECKPOINT-TOTALS PIC X(100).
