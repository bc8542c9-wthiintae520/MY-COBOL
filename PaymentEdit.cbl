      *          PAYMENTS.TXT for the posting run. A feed that does
      *          not prove is held in place, nothing is released, and
      *          the run ends with a non-zero return code so the job
      *          stream skips the posting step. While a posting run
      *          stopped part way still holds its record in
      *          PAYMENT-POSTING-CHECKPOINT.TXT the edit refuses to
      *          run at all, ending RC 8 with PAYMENTS.TXT and the
      *          pass file left as they are, so the restarted posting
      *          run finds the very feed it was interrupted on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EDIT-PASS-STATUS.

           SELECT CHECKPOINT-FILE-IN
           ASSIGN TO "F:\PAYMENT-POSTING-CHECKPOINT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTS-RAW-FILE-IN.
           05 PASS-CLEAN-COUNT PIC 9(6).
           05 PASS-CLEAN-DOLLARS PIC 9(9).

       FD CHECKPOINT-FILE-IN.
      *    Read only to learn whether PAYMENT-POSTING stopped part
      *    way; the edit never writes it.
           COPY CHKPCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 PAYMENTS-RAW-STATUS PIC X(2).
           05 CLEAN-PAYMENTS-STATUS PIC X(2).
           05 PAYMENT-REJECTS-STATUS PIC X(2).
           05 EDIT-PASS-STATUS PIC X(2).
           05 CHECKPOINT-STATUS PIC X(2).
           05 HEADER-SEEN-SW PIC X(1) VALUE 'N'.
           05 TRAILER-SEEN-SW PIC X(1) VALUE 'N'.
           05 FEED-FAILED-SW PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.
       EDIT-PAYMENTS-FEED.
           ACCEPT EDIT-DATE-WORK FROM DATE YYYYMMDD.
           PERFORM CHECK-POSTING-CHECKPOINT.
           PERFORM OPEN-EDIT-FILES.
           PERFORM READ-RAW-PAYMENT-RECORD.
           PERFORM EDIT-ONE-RAW-RECORD
           END-IF.
           PERFORM DISPLAY-EDIT-TOTALS.
           STOP RUN.
       CHECK-POSTING-CHECKPOINT.
      *    Releasing a new feed over the one an interrupted posting
      *    run was part way through would leave the restart nothing
      *    to prove its checkpoint against, so the edit waits until
      *    the posting run has been restarted and finished. No
      *    checkpoint file at all is the normal case.
           OPEN INPUT CHECKPOINT-FILE-IN.
           IF CHECKPOINT-STATUS = '00'
               READ CHECKPOINT-FILE-IN
               IF CHECKPOINT-STATUS = '00'
                   DISPLAY "PAYMENT-POSTING-CHECKPOINT.TXT holds an "
                           "interrupted posting run - restart "
                           "PAYMENT-POSTING before editing a new feed."
                   DISPLAY "Nothing released to PAYMENTS.TXT."
                   CLOSE CHECKPOINT-FILE-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CHECKPOINT-FILE-IN
           END-IF.
       RELEASE-EMPTY-RAW-FEED.
      *    An empty raw file is exactly what the last successful
      *    release leaves behind, so this is every quiet night
