      *          STUDENT-TRANSACTIONS.TXT, or FINANCIAL-AID-AWARDS
      *          feed is refused when that same feed has already
      *          been processed on an earlier run, so no feed is
      *          ever applied twice. When the last stream stopped on
      *          a failed step, the operator is offered a restart at
      *          that step: the steps ahead of it, which already
      *          finished, are bypassed, and the failed step is run
      *          again to resume from its own checkpoint. A feed that
      *          the interrupted stream itself stamped is not treated
      *          as a duplicate by the restarted stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 CARD-STEP-COMMAND PIC X(60).

       FD RUN-CONTROL-FILE-OUT.
      *    Each stream opens with a STREAM/BEGIN entry, then one
      *    entry per step event. A restart adds a RESTART entry for
      *    the step it resumes at; an offer turned down adds DECLINED.
       01 RUN-CONTROL-RECORD.
           05 RUN-STEP-NAME PIC X(8).
           05 RUN-EVENT PIC X(8).
           05 STEPS-RUN-COUNT PIC 9(4) VALUE ZERO.
           05 STEPS-FAILED-COUNT PIC 9(4) VALUE ZERO.
           05 STEPS-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
           05 STEPS-BYPASSED-COUNT PIC 9(4) VALUE ZERO.

       01 RESTART-FIELDS.
      *    The step the last stream failed on, and the day that
      *    stream began; feeds stamped on or after that day were
      *    stamped by the interrupted stream itself.
           05 RESTART-PENDING-SW PIC X(1) VALUE 'N'.
           05 RESTART-MODE-SW PIC X(1) VALUE 'N'.
           05 BYPASSING-STEPS-SW PIC X(1) VALUE 'N'.
           05 RESTART-STEP-NAME PIC X(8) VALUE SPACES.
           05 RESTART-FAILED-DATE PIC 9(8) VALUE ZERO.
           05 INTERRUPTED-BEGIN-DATE PIC 9(8) VALUE ZERO.
           05 LATEST-BEGIN-DATE PIC 9(8) VALUE ZERO.
           05 RESTART-REPLY PIC X(1).
           05 FEED-STAMPED-BY-STREAM-SW PIC X(1).

       01 FEED-STAMP-FIELDS.
           05 FEED-RECORD-COUNT PIC 9(6).

       PROCEDURE DIVISION.
       CONTROL-JOB-STREAM.
           PERFORM FIND-INTERRUPTED-STEP.
           IF RESTART-PENDING-SW = 'Y'
               PERFORM OFFER-STREAM-RESTART
           END-IF.
           PERFORM OPEN-CONTROLLER-FILES.
           PERFORM RECORD-STREAM-BEGIN.
           PERFORM READ-CONTROL-CARD.
           PERFORM PROCESS-CONTROL-CARD
           UNTIL CONTROL-CARD-STATUS = '10'.
           PERFORM DISPLAY-STREAM-TOTALS.
           PERFORM CLOSE-CONTROLLER-FILES.
           STOP RUN.
       FIND-INTERRUPTED-STEP.
      *    Read the run-control trail for the last step that FAILED
      *    with no later OK for the same step and no DECLINED offer.
      *    A RESTART entry carries the interrupted stream's begin
      *    date forward, so a restart that fails again can itself be
      *    restarted without its feeds looking like duplicates.
           OPEN INPUT RUN-CONTROL-FILE-OUT.
           IF RUN-CONTROL-STATUS = '00'
               PERFORM READ-RUN-CONTROL-RECORD
               PERFORM SCAN-RUN-CONTROL-RECORD
               UNTIL RUN-CONTROL-STATUS = '10'
               CLOSE RUN-CONTROL-FILE-OUT
           END-IF.
       READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE-OUT.
       SCAN-RUN-CONTROL-RECORD.
           EVALUATE RUN-EVENT
               WHEN "BEGIN"
                   MOVE RUN-EVENT-DATE TO LATEST-BEGIN-DATE
               WHEN "RESTART"
                   MOVE INTERRUPTED-BEGIN-DATE TO LATEST-BEGIN-DATE
               WHEN "FAILED"
                   MOVE 'Y' TO RESTART-PENDING-SW
                   MOVE RUN-STEP-NAME TO RESTART-STEP-NAME
                   MOVE RUN-EVENT-DATE TO RESTART-FAILED-DATE
                   IF LATEST-BEGIN-DATE = ZERO
                       MOVE RUN-EVENT-DATE TO INTERRUPTED-BEGIN-DATE
                   ELSE
                       MOVE LATEST-BEGIN-DATE
                           TO INTERRUPTED-BEGIN-DATE
                   END-IF
               WHEN "OK"
                   IF RUN-STEP-NAME = RESTART-STEP-NAME
                       MOVE 'N' TO RESTART-PENDING-SW
                   END-IF
               WHEN "DECLINED"
                   MOVE 'N' TO RESTART-PENDING-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM READ-RUN-CONTROL-RECORD.
       OFFER-STREAM-RESTART.
           DISPLAY "Step " RESTART-STEP-NAME " failed on "
                   RESTART-FAILED-DATE " and has not finished since.".
           DISPLAY "Restart the stream at that step (Y/N)? ".
           ACCEPT RESTART-REPLY.
           IF RESTART-REPLY = 'Y' OR 'y'
               MOVE 'Y' TO RESTART-MODE-SW
               MOVE 'Y' TO BYPASSING-STEPS-SW
           ELSE
               DISPLAY "Restart declined - the stream runs from its "
                       "first step."
           END-IF.
       RECORD-STREAM-BEGIN.
           MOVE "STREAM" TO RUN-STEP-NAME.
           MOVE "BEGIN" TO RUN-EVENT.
           PERFORM STAMP-RUN-CONTROL-RECORD.
           IF RESTART-PENDING-SW = 'Y'
               MOVE RESTART-STEP-NAME TO RUN-STEP-NAME
               IF RESTART-MODE-SW = 'Y'
                   MOVE "RESTART" TO RUN-EVENT
               ELSE
                   MOVE "DECLINED" TO RUN-EVENT
               END-IF
               PERFORM STAMP-RUN-CONTROL-RECORD
           END-IF.
       OPEN-CONTROLLER-FILES.
           OPEN INPUT CONTROL-CARD-FILE-IN.
           IF CONTROL-CARD-STATUS NOT = '00'
       READ-CONTROL-CARD.
           READ CONTROL-CARD-FILE-IN.
       PROCESS-CONTROL-CARD.
      *    On a restart, every step ahead of the failed one already
      *    finished in the interrupted stream and is bypassed.
           IF BYPASSING-STEPS-SW = 'Y'
               AND CARD-STEP-NAME = RESTART-STEP-NAME
               MOVE 'N' TO BYPASSING-STEPS-SW
           END-IF.
           IF BYPASSING-STEPS-SW = 'Y'
               PERFORM RECORD-STEP-BYPASSED
           ELSE
               IF STREAM-FAILED-SW = 'Y'
                   PERFORM RECORD-STEP-SKIPPED
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-IF.
           PERFORM READ-CONTROL-CARD.
       RUN-ONE-STEP.
               PERFORM TAKE-AND-MATCH-FEED-STAMP
           END-IF.
       TAKE-AND-MATCH-FEED-STAMP.
           MOVE 'N' TO FEED-STAMPED-BY-STREAM-SW.
           PERFORM TAKE-FEED-STAMP.
           IF FEED-READABLE-SW = 'N'
               DISPLAY "Feed for step " CARD-STEP-NAME " could not "
                       "already processed on " REGISTER-STAMP-DATE
                       " - step refused."
           END-IF.
      *    Stamped by an earlier step of the interrupted stream: the
      *    feed is tonight's and is already on the register, so it
      *    passes and is not stamped a second time.
           IF FEED-DUPLICATE-SW = 'N'
               AND FEED-STAMPED-BY-STREAM-SW = 'Y'
               DISPLAY "Feed for step " CARD-STEP-NAME " was "
                       "stamped by the interrupted stream - "
                       "restart allowed."
               MOVE 'N' TO FEED-READABLE-SW
               PERFORM MARK-FEED-STAMPED-THIS-RUN
           END-IF.
       READ-FEED-REGISTER-RECORD.
           READ FEED-REGISTER-FILE.
       MATCH-FEED-REGISTER-RECORD.
               AND REGISTER-RECORD-COUNT = FEED-RECORD-COUNT
               AND REGISTER-FIRST-RECORD = FEED-FIRST-RECORD
               AND REGISTER-LAST-RECORD = FEED-LAST-RECORD
               IF RESTART-MODE-SW = 'Y'
                   AND REGISTER-STAMP-DATE >= INTERRUPTED-BEGIN-DATE
                   MOVE 'Y' TO FEED-STAMPED-BY-STREAM-SW
                   PERFORM READ-FEED-REGISTER-RECORD
               ELSE
                   MOVE 'Y' TO FEED-DUPLICATE-SW
               END-IF
           ELSE
               PERFORM READ-FEED-REGISTER-RECORD
           END-IF.
               ACCEPT REGISTER-STAMP-DATE FROM DATE YYYYMMDD
               WRITE FEED-REGISTER-RECORD
               CLOSE FEED-REGISTER-FILE
               PERFORM MARK-FEED-STAMPED-THIS-RUN
           END-IF.
       MARK-FEED-STAMPED-THIS-RUN.
           EVALUATE CARD-FEED-CODE
               WHEN 'P'
                   MOVE 'Y' TO PAYMENTS-FEED-STAMPED-SW
               WHEN 'A'
                   MOVE 'Y' TO AID-FEED-STAMPED-SW
               WHEN OTHER
                   MOVE 'Y' TO TRANSACTION-FEED-STAMPED-SW
           END-EVALUATE.
       OPEN-FEED-REGISTER-EXTEND.
      *    EXTEND the register so every feed ever processed stays on
      *    it; OPEN OUTPUT only the first time it does not yet exist.
                   "step did not finish cleanly.".
           MOVE "SKIPPED" TO RUN-EVENT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
       RECORD-STEP-BYPASSED.
           ADD 1 TO STEPS-BYPASSED-COUNT.
           DISPLAY "Step " CARD-STEP-NAME " bypassed - it finished "
                   "in the interrupted stream.".
           MOVE "BYPASSED" TO RUN-EVENT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
       WRITE-RUN-CONTROL-START.
           MOVE "START" TO RUN-EVENT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
       WRITE-RUN-CONTROL-RECORD.
           MOVE CARD-STEP-NAME TO RUN-STEP-NAME.
           PERFORM STAMP-RUN-CONTROL-RECORD.
       STAMP-RUN-CONTROL-RECORD.
           ACCEPT RUN-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-EVENT-TIME FROM TIME.
           WRITE RUN-CONTROL-RECORD.
           DISPLAY "Steps run OK  : " STEPS-RUN-COUNT.
           DISPLAY "Steps failed  : " STEPS-FAILED-COUNT.
           DISPLAY "Steps skipped : " STEPS-SKIPPED-COUNT.
           DISPLAY "Steps bypassed: " STEPS-BYPASSED-COUNT.
           IF BYPASSING-STEPS-SW = 'Y'
               DISPLAY "Step " RESTART-STEP-NAME " is not on "
                       "JOB-CONTROL-CARDS.TXT - nothing was restarted."
               MOVE 'Y' TO STREAM-FAILED-SW
           END-IF.
           IF STREAM-FAILED-SW = 'Y'
               DISPLAY "STREAM DID NOT FINISH CLEANLY - see "
                       "JOB-RUN-CONTROL.TXT."
