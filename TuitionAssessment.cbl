      *          Enrollments are keyed by student number plus course
      *          code, so reading the file in key order groups one
      *          student's courses together for a control break.
      *          A course dropped past the full-refund deadline is
      *          still partly billed: each COURSE-DROP-CHARGES.TXT row
      *          in the student's term adds the non-refundable share
      *          of that course at the term's rate, and every such
      *          retained charge is listed on the drop-adjustment
      *          register for the bursar. Every time a student's
      *          assessed charge moves, the before and after figures
      *          are appended to CHARGE-CHANGE-LOG.TXT so the general
      *          ledger journal can book the day's charge activity.
      *          Every so many records the run replaces its one
      *          ASSESSMENT-CHECKPOINT.TXT record with the pass it is
      *          in, the last student finished and the running totals,
      *          and a run that finds a checkpoint left behind resumes
      *          with the next student instead of starting over; the
      *          register is added to rather than replaced.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-TABLE-FILE-STATUS.

           SELECT COURSE-DROP-CHARGE-FILE
           ASSIGN TO "F:\COURSE-DROP-CHARGES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DROP-CHARGE-KEY
           FILE STATUS IS DROP-CHARGE-STATUS.

           SELECT DROP-REGISTER-OUT
           ASSIGN TO "F:\DROP-ADJUSTMENT-REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DROP-REGISTER-STATUS.

           SELECT CHARGE-CHANGE-LOG-OUT
           ASSIGN TO "F:\CHARGE-CHANGE-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-CHANGE-LOG-STATUS.

           SELECT CHECKPOINT-FILE
           ASSIGN TO "F:\ASSESSMENT-CHECKPOINT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE-IN.
           05 RATE-ACADEMIC-TERM PIC X(6).
           05 RATE-PER-CREDIT PIC 9(4).

       FD COURSE-DROP-CHARGE-FILE.
           COPY DROPCPY.

       FD DROP-REGISTER-OUT.
       01 DROP-REGISTER-LINE PIC X(80).

       FD CHARGE-CHANGE-LOG-OUT.
           COPY CCHGCPY.

       FD CHECKPOINT-FILE.
           COPY CHKPCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 PROBE-AT-END-SW PIC X(1).
           05 HAS-CURRENT-ENROLLMENT-SW PIC X(1).
           05 STALE-CHARGES-CLEARED-COUNT PIC 9(6) VALUE ZERO.
           05 DROP-CHARGE-STATUS PIC X(2).
           05 DROP-REGISTER-STATUS PIC X(2).
           05 DROP-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 DROP-SCAN-END-SW PIC X(1).
           05 STUDENT-DROP-ROWS PIC 9(4) VALUE ZERO.
           05 RUN-DATE-WORK PIC 9(8).
           05 RETAINED-CHARGES-COUNT PIC 9(6) VALUE ZERO.
           05 TOTAL-RETAINED-CHARGES PIC 9(9) VALUE ZERO.
           05 CHARGE-CHANGE-LOG-STATUS PIC X(2).
           05 CHARGE-CHANGES-LOGGED-COUNT PIC 9(6) VALUE ZERO.
           05 CHECKPOINT-STATUS PIC X(2).

       01 CHECKPOINT-FIELDS.
      *    A checkpoint is taken at the first student break after
      *    every CHECKPOINT-INTERVAL enrollment records, and after
      *    every CHECKPOINT-INTERVAL roster records in the sweep. The
      *    phase is 'E' for the enrollment pass and 'S' for the
      *    sweep; a space means a fresh run.
           05 CHECKPOINT-INTERVAL PIC 9(6) VALUE 100.
           05 RECORDS-SINCE-CHECKPOINT PIC 9(6) VALUE ZERO.
           05 ASSESSMENT-RECORDS-DONE PIC 9(6) VALUE ZERO.
           05 RESTART-PHASE PIC X(1) VALUE SPACE.
           05 RESTART-STUDENT-NUMBER PIC 9(6) VALUE ZERO.
           05 CHECKPOINT-PHASE-WORK PIC X(1).
           05 CHECKPOINT-STUDENT-WORK PIC 9(6).

       01 ASSESSMENT-TOTALS-SAVE.
      *    The run's totals as carried on the checkpoint record.
           05 SAVE-ASSESSED-COUNT PIC 9(6).
           05 SAVE-SKIPPED-COUNT PIC 9(6).
           05 SAVE-TUITION-ASSESSED PIC 9(9).
           05 SAVE-STALE-CLEARED-COUNT PIC 9(6).
           05 SAVE-RETAINED-COUNT PIC 9(6).
           05 SAVE-RETAINED-CHARGES PIC 9(9).
           05 SAVE-CHANGES-LOGGED-COUNT PIC 9(6).

       01 NEW-CHARGE-WORK PIC 9(6) VALUE ZERO.
       01 PRIOR-CHARGE-WORK PIC 9(6) VALUE ZERO.
       01 OPENING-BALANCE-WORK PIC S9(7) VALUE ZERO.
       01 RETAINED-CHARGE-WORK PIC 9(7) VALUE ZERO.
       01 COURSE-RETAINED-WORK PIC 9(6) VALUE ZERO.

       01 RATE-TABLE-AREA.
      *    Small lookup table loaded once; 50 terms is years of
               10 TABLE-ACADEMIC-TERM PIC X(6).
               10 TABLE-RATE-PER-CREDIT PIC 9(4).

       01 REGISTER-HEADING-LINE.
           05 FILLER PIC X(36)
              VALUE "DROP ADJUSTMENT REGISTER  DATED ".
           05 HEADING-RUN-DATE PIC 9(8).

       01 REGISTER-COLUMN-LINE.
           05 FILLER PIC X(40)
              VALUE "STUDENT  COURSE    TERM    HRS DROPPED ".
           05 FILLER PIC X(40)
              VALUE "    REFUND  RATE   RETAINED".

       01 REGISTER-DETAIL-LINE.
      *    One line per course dropped short of a full refund: the
      *    refund percentage the calendar gave on the drop date and
      *    the share of the course charge kept on the account.
           05 DETAIL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DETAIL-COURSE-CODE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-ACADEMIC-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-CREDIT-HOURS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-DROP-DATE PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 DETAIL-REFUND-PERCENT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-RATE PIC Z,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-RETAINED-CHARGE PIC ZZZ,ZZ9.

       01 REGISTER-RESTART-LINE.
           05 FILLER PIC X(36)
              VALUE "RUN RESTARTED AFTER STUDENT NUMBER ".
           05 RESTART-LINE-STUDENT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RESTART-LINE-PASS PIC X(16).

       01 REGISTER-TOTAL-LINE.
           05 FILLER PIC X(28) VALUE "RETAINED CHARGES".
           05 TOTAL-RETAINED-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  TOTAL $".
           05 TOTAL-RETAINED-DOLLARS PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ASSESS-TUITION-FROM-ENROLLMENT.
           PERFORM READ-CHECKPOINT-RECORD.
           PERFORM OPEN-ASSESSMENT-FILES.
           PERFORM LOAD-RATE-TABLE.
           PERFORM WRITE-REGISTER-HEADINGS.
           IF RESTART-PHASE NOT = 'S'
               PERFORM ASSESS-ENROLLED-STUDENTS
           END-IF.
           PERFORM SWEEP-STALE-ASSESSMENTS.
           PERFORM WRITE-REGISTER-TOTAL-LINE.
           PERFORM DISPLAY-ASSESSMENT-TOTALS.
           PERFORM CLOSE-ASSESSMENT-FILES.
           PERFORM CLEAR-CHECKPOINT-RECORD.
           STOP RUN.
       READ-CHECKPOINT-RECORD.
      *    No checkpoint file, or an empty one, means the last run
      *    finished and this one starts from the first student.
      *    Assessing a student is repeatable - a second pass prices
      *    the same figure and logs no change - so resuming with the
      *    student after the checkpoint is all a restart needs.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS = '00'
               READ CHECKPOINT-FILE
               IF CHECKPOINT-STATUS = '00'
                   MOVE CHECKPOINT-PHASE TO RESTART-PHASE
                   MOVE CHECKPOINT-LAST-RECORD (1:6)
                       TO RESTART-STUDENT-NUMBER
                   MOVE CHECKPOINT-RECORDS-DONE
                       TO ASSESSMENT-RECORDS-DONE
                   MOVE CHECKPOINT-TOTALS TO ASSESSMENT-TOTALS-SAVE
                   PERFORM RESTORE-ASSESSMENT-TOTALS
                   DISPLAY "Restarting after student number "
                           RESTART-STUDENT-NUMBER ", checkpointed "
                           CHECKPOINT-DATE " " CHECKPOINT-TIME "."
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
       RESTORE-ASSESSMENT-TOTALS.
           MOVE SAVE-ASSESSED-COUNT TO STUDENTS-ASSESSED-COUNT.
           MOVE SAVE-SKIPPED-COUNT TO STUDENTS-SKIPPED-COUNT.
           MOVE SAVE-TUITION-ASSESSED TO TOTAL-TUITION-ASSESSED.
           MOVE SAVE-STALE-CLEARED-COUNT
               TO STALE-CHARGES-CLEARED-COUNT.
           MOVE SAVE-RETAINED-COUNT TO RETAINED-CHARGES-COUNT.
           MOVE SAVE-RETAINED-CHARGES TO TOTAL-RETAINED-CHARGES.
           MOVE SAVE-CHANGES-LOGGED-COUNT
               TO CHARGE-CHANGES-LOGGED-COUNT.
       SAVE-ASSESSMENT-TOTALS.
           MOVE STUDENTS-ASSESSED-COUNT TO SAVE-ASSESSED-COUNT.
           MOVE STUDENTS-SKIPPED-COUNT TO SAVE-SKIPPED-COUNT.
           MOVE TOTAL-TUITION-ASSESSED TO SAVE-TUITION-ASSESSED.
           MOVE STALE-CHARGES-CLEARED-COUNT
               TO SAVE-STALE-CLEARED-COUNT.
           MOVE RETAINED-CHARGES-COUNT TO SAVE-RETAINED-COUNT.
           MOVE TOTAL-RETAINED-CHARGES TO SAVE-RETAINED-CHARGES.
           MOVE CHARGE-CHANGES-LOGGED-COUNT
               TO SAVE-CHANGES-LOGGED-COUNT.
       WRITE-CHECKPOINT-RECORD.
      *    The charge-change log and the drop register are closed
      *    and picked back up first, so every change logged and every
      *    retained charge listed before the checkpoint is really on
      *    disk to match the totals it saves; the checkpoint then
      *    replaces the one before it.
           CLOSE CHARGE-CHANGE-LOG-OUT.
           PERFORM OPEN-CHARGE-CHANGE-LOG.
           CLOSE DROP-REGISTER-OUT.
           PERFORM OPEN-DROP-REGISTER-EXTEND.
           PERFORM SAVE-ASSESSMENT-TOTALS.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE CHECKPOINT-PHASE-WORK TO CHECKPOINT-PHASE.
           MOVE ASSESSMENT-RECORDS-DONE TO CHECKPOINT-RECORDS-DONE.
           MOVE CHECKPOINT-STUDENT-WORK TO CHECKPOINT-LAST-RECORD.
           MOVE ZERO TO CHECKPOINT-LEDGER-COUNT.
           ACCEPT CHECKPOINT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHECKPOINT-TIME FROM TIME.
           MOVE ASSESSMENT-TOTALS-SAVE TO CHECKPOINT-TOTALS.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           MOVE ZERO TO RECORDS-SINCE-CHECKPOINT.
       CLEAR-CHECKPOINT-RECORD.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
       OPEN-ASSESSMENT-FILES.
           OPEN I-O STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               CLOSE COURSE-ENROLLMENT-FILE
               STOP RUN
           END-IF.
      *    No drop-charge file yet only means no course has ever been
      *    dropped past the full-refund deadline.
           OPEN INPUT COURSE-DROP-CHARGE-FILE.
           IF DROP-CHARGE-STATUS = '00'
               MOVE 'Y' TO DROP-FILE-OPEN-SW
           END-IF.
      *    A restarted run adds to the register the interrupted run
      *    began, so the retained charges it already listed stay.
           IF RESTART-PHASE = SPACE
               OPEN OUTPUT DROP-REGISTER-OUT
           ELSE
               PERFORM OPEN-DROP-REGISTER-EXTEND
           END-IF.
           PERFORM OPEN-CHARGE-CHANGE-LOG.
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
       OPEN-DROP-REGISTER-EXTEND.
      *    OPEN OUTPUT only if the register has gone missing.
           OPEN EXTEND DROP-REGISTER-OUT.
           IF DROP-REGISTER-STATUS = '05' OR '35'
               OPEN OUTPUT DROP-REGISTER-OUT
           END-IF.
       OPEN-CHARGE-CHANGE-LOG.
      *    EXTEND the log so each run's changes add to it;
      *    OPEN OUTPUT only the first time it does not yet exist.
           OPEN EXTEND CHARGE-CHANGE-LOG-OUT.
           IF CHARGE-CHANGE-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT CHARGE-CHANGE-LOG-OUT
           END-IF.
       LOAD-RATE-TABLE.
           PERFORM READ-RATE-TABLE-RECORD.
           PERFORM ADD-RATE-TO-TABLE
                   TO TABLE-RATE-PER-CREDIT (RATE-TABLE-IDX)
               PERFORM READ-RATE-TABLE-RECORD
           END-IF.
       ASSESS-ENROLLED-STUDENTS.
           PERFORM POSITION-ENROLLMENT-FILE.
           PERFORM ACCUMULATE-STUDENT-HOURS
           UNTIL ENROLLMENT-FILE-STATUS = '10'.
           PERFORM ASSESS-PRIOR-STUDENT.
       POSITION-ENROLLMENT-FILE.
      *    A restart in the enrollment pass picks up at the first
      *    enrollment of the student after the one checkpointed.
           IF RESTART-PHASE = 'E'
               MOVE RESTART-STUDENT-NUMBER
                   TO ENROLLMENT-STUDENT-NUMBER
               MOVE HIGH-VALUES TO ENROLLMENT-COURSE-CODE
               START COURSE-ENROLLMENT-FILE
                   KEY IS > ENROLLMENT-KEY
                   INVALID KEY
                       MOVE '10' TO ENROLLMENT-FILE-STATUS
               END-START
           END-IF.
           IF ENROLLMENT-FILE-STATUS NOT = '10'
               PERFORM READ-ENROLLMENT-RECORD
           END-IF.
       READ-ENROLLMENT-RECORD.
           READ COURSE-ENROLLMENT-FILE NEXT RECORD.
       ACCUMULATE-STUDENT-HOURS.
      *    re-billed at the new term's rate.
           IF ENROLLMENT-STUDENT-NUMBER NOT = PRIOR-STUDENT-NUMBER
               PERFORM ASSESS-PRIOR-STUDENT
               PERFORM TAKE-ENROLLMENT-CHECKPOINT
               MOVE ENROLLMENT-STUDENT-NUMBER
                   TO PRIOR-STUDENT-NUMBER
               MOVE ZERO TO STUDENT-CREDIT-HOURS
               AND ENROLLMENT-ACADEMIC-TERM = ROSTER-TERM-SAVE
               ADD ENROLLMENT-CREDIT-HOURS TO STUDENT-CREDIT-HOURS
           END-IF.
           ADD 1 TO ASSESSMENT-RECORDS-DONE.
           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           PERFORM READ-ENROLLMENT-RECORD.
       TAKE-ENROLLMENT-CHECKPOINT.
      *    Only at a student break, once the prior student is fully
      *    assessed, so a restart never resumes inside a student.
           IF RECORDS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               AND PRIOR-STUDENT-NUMBER NOT = ZERO
               MOVE 'E' TO CHECKPOINT-PHASE-WORK
               MOVE PRIOR-STUDENT-NUMBER TO CHECKPOINT-STUDENT-WORK
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.
       LOOK-UP-STUDENT-TERM.
           MOVE 'N' TO STUDENT-ON-ROSTER-SW.
           MOVE SPACES TO ROSTER-TERM-SAVE.
           END-READ.
       PRICE-AND-REWRITE-STUDENT.
      *    A student whose current-term courses were all dropped is
      *    left to the sweep, which charges whatever their drops
      *    retained or takes the old assessment off the bill; pricing
      *    them here as well would list their retained charges on
      *    the register twice.
           IF STUDENT-CREDIT-HOURS NOT = ZERO
               PERFORM PRICE-ENROLLED-HOURS
           END-IF.
       PRICE-ENROLLED-HOURS.
                               STUDENT-NUMBER " exceeds the tuition "
                               "field - not assessed."
                   NOT ON SIZE ERROR
                       PERFORM ADD-RETAINED-DROP-CHARGES
               END-COMPUTE
           END-IF.
       ADD-RETAINED-DROP-CHARGES.
           PERFORM PRICE-RETAINED-DROP-CHARGES.
           COMPUTE NEW-CHARGE-WORK =
               NEW-CHARGE-WORK + RETAINED-CHARGE-WORK
               ON SIZE ERROR
                   ADD 1 TO STUDENTS-SKIPPED-COUNT
                   DISPLAY "Assessment for student number "
                           STUDENT-NUMBER " exceeds the tuition "
                           "field - not assessed."
               NOT ON SIZE ERROR
                   PERFORM REWRITE-ASSESSED-STUDENT
           END-COMPUTE.
       PRICE-RETAINED-DROP-CHARGES.
      *    Position at the first drop row this student could hold and
      *    read forward until the student changes. Only drops in the
      *    student's current roster term are billed, for the same
      *    reason only current-term enrollments are. RATE-FOR-STUDENT
      *    must already hold the term's rate.
           MOVE ZERO TO RETAINED-CHARGE-WORK.
           MOVE ZERO TO STUDENT-DROP-ROWS.
           MOVE 'N' TO DROP-SCAN-END-SW.
           IF DROP-FILE-OPEN-SW = 'N'
               MOVE 'Y' TO DROP-SCAN-END-SW
           ELSE
               MOVE STUDENT-NUMBER TO DROP-STUDENT-NUMBER
               MOVE LOW-VALUES TO DROP-COURSE-CODE
               START COURSE-DROP-CHARGE-FILE
                   KEY IS >= DROP-CHARGE-KEY
                   INVALID KEY
                       MOVE 'Y' TO DROP-SCAN-END-SW
               END-START
               IF DROP-CHARGE-STATUS NOT = '00'
                   MOVE 'Y' TO DROP-SCAN-END-SW
               END-IF
           END-IF.
           PERFORM PRICE-NEXT-DROP-CHARGE
           UNTIL DROP-SCAN-END-SW = 'Y'.
       PRICE-NEXT-DROP-CHARGE.
           READ COURSE-DROP-CHARGE-FILE NEXT RECORD.
           IF DROP-CHARGE-STATUS NOT = '00'
               MOVE 'Y' TO DROP-SCAN-END-SW
           ELSE
               IF DROP-STUDENT-NUMBER NOT = STUDENT-NUMBER
                   MOVE 'Y' TO DROP-SCAN-END-SW
               ELSE
                   IF DROP-ACADEMIC-TERM = ACADEMIC-TERM
                       PERFORM PRICE-ONE-DROP-CHARGE
                   END-IF
               END-IF
           END-IF.
       PRICE-ONE-DROP-CHARGE.
      *    The course as it would have been billed, less the share
      *    the calendar refunded on the day of the drop, rounded to
      *    the dollar the same way the daily proof reprices it.
           COMPUTE COURSE-RETAINED-WORK ROUNDED =
               DROP-CREDIT-HOURS * RATE-FOR-STUDENT
               * (100 - DROP-REFUND-PERCENT) / 100.
           ADD COURSE-RETAINED-WORK TO RETAINED-CHARGE-WORK.
           ADD 1 TO STUDENT-DROP-ROWS.
           ADD 1 TO RETAINED-CHARGES-COUNT.
           ADD COURSE-RETAINED-WORK TO TOTAL-RETAINED-CHARGES.
           PERFORM WRITE-REGISTER-DETAIL-LINE.
       WRITE-REGISTER-DETAIL-LINE.
           MOVE STUDENT-NUMBER TO DETAIL-STUDENT-NUMBER.
           MOVE DROP-COURSE-CODE TO DETAIL-COURSE-CODE.
           MOVE DROP-ACADEMIC-TERM TO DETAIL-ACADEMIC-TERM.
           MOVE DROP-CREDIT-HOURS TO DETAIL-CREDIT-HOURS.
           MOVE DROP-DATE TO DETAIL-DROP-DATE.
           MOVE DROP-REFUND-PERCENT TO DETAIL-REFUND-PERCENT.
           MOVE RATE-FOR-STUDENT TO DETAIL-RATE.
           MOVE COURSE-RETAINED-WORK TO DETAIL-RETAINED-CHARGE.
           WRITE DROP-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
       REWRITE-ASSESSED-STUDENT.
      *    Only this run's own portion of the charge is replaced:
      *    whatever the term rollover carried forward (or an
                   IF NEW-CHARGE-WORK NOT = ASSESSED-CREDIT-CHARGE
                       ACCEPT CHARGE-DATE FROM DATE YYYYMMDD
                   END-IF
                   MOVE ASSESSED-CREDIT-CHARGE TO PRIOR-CHARGE-WORK
                   MOVE NEW-CHARGE-WORK TO ASSESSED-CREDIT-CHARGE
                   PERFORM REWRITE-STUDENT-RECORD
           END-COMPUTE.
               NOT INVALID KEY
                   ADD 1 TO STUDENTS-ASSESSED-COUNT
                   ADD NEW-CHARGE-WORK TO TOTAL-TUITION-ASSESSED
                   IF NEW-CHARGE-WORK NOT = PRIOR-CHARGE-WORK
                       PERFORM WRITE-CHARGE-CHANGE-ENTRY
                   END-IF
           END-REWRITE.
       WRITE-CHARGE-CHANGE-ENTRY.
           MOVE STUDENT-NUMBER TO CHARGE-CHANGE-STUDENT-NUMBER.
           MOVE ACADEMIC-TERM TO CHARGE-CHANGE-ACADEMIC-TERM.
           MOVE PRIOR-CHARGE-WORK TO CHARGE-CHANGE-OLD-AMOUNT.
           MOVE NEW-CHARGE-WORK TO CHARGE-CHANGE-NEW-AMOUNT.
           ACCEPT CHARGE-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT CHARGE-CHANGE-TIME FROM TIME.
           WRITE CHARGE-CHANGE-RECORD.
           ADD 1 TO CHARGE-CHANGES-LOGGED-COUNT.
       SWEEP-STALE-ASSESSMENTS.
      *    The enrollment pass never visits a student whose rows
      *    were all deleted outright, so their old assessed charge
      *    would sit in TUITION-OWED forever. This pass walks the
      *    roster instead: any student with no enrollment left in
      *    their current term is charged only what their drops
      *    retained, and a student with no retained charge either
      *    has any assessed charge taken off the bill.
      *    Reaching the sweep is checkpointed straight away, so a
      *    restart from here on never repeats the enrollment pass; a
      *    restart inside the sweep picks up at the roster record
      *    after the one checkpointed.
           MOVE 'N' TO SWEEP-AT-END-SW.
           IF RESTART-PHASE NOT = 'S'
               MOVE 'S' TO CHECKPOINT-PHASE-WORK
               MOVE ZERO TO CHECKPOINT-STUDENT-WORK
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.
           IF RESTART-PHASE = 'S'
               AND RESTART-STUDENT-NUMBER NOT = ZERO
               MOVE RESTART-STUDENT-NUMBER TO STUDENT-NUMBER
               START STUDENT-RECORDS-FILE-IN
                   KEY IS > STUDENT-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO SWEEP-AT-END-SW
               END-START
           ELSE
               MOVE ZERO TO STUDENT-NUMBER
               START STUDENT-RECORDS-FILE-IN
                   KEY IS >= STUDENT-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO SWEEP-AT-END-SW
               END-START
           END-IF.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               MOVE 'Y' TO SWEEP-AT-END-SW
           END-IF.
               MOVE 'Y' TO SWEEP-AT-END-SW
           END-IF.
       SWEEP-ONE-STUDENT.
           PERFORM CHECK-FOR-CURRENT-ENROLLMENT.
           IF HAS-CURRENT-ENROLLMENT-SW = 'N'
               PERFORM FIND-RATE-FOR-STUDENT-TERM
               IF RATE-FOUND-SW = 'Y'
                   PERFORM PRICE-RETAINED-DROP-CHARGES
               ELSE
                   MOVE ZERO TO STUDENT-DROP-ROWS
               END-IF
               IF STUDENT-DROP-ROWS NOT = ZERO
                   PERFORM ASSESS-RETAINED-CHARGES-ONLY
               ELSE
                   IF ASSESSED-CREDIT-CHARGE IS NUMERIC
                       AND ASSESSED-CREDIT-CHARGE NOT = ZERO
                       PERFORM CLEAR-STALE-ASSESSMENT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO ASSESSMENT-RECORDS-DONE.
           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           IF RECORDS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               MOVE 'S' TO CHECKPOINT-PHASE-WORK
               MOVE STUDENT-NUMBER TO CHECKPOINT-STUDENT-WORK
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.
           PERFORM READ-NEXT-ROSTER-RECORD.
       ASSESS-RETAINED-CHARGES-ONLY.
           COMPUTE NEW-CHARGE-WORK = RETAINED-CHARGE-WORK
               ON SIZE ERROR
                   ADD 1 TO STUDENTS-SKIPPED-COUNT
                   DISPLAY "Assessment for student number "
                           STUDENT-NUMBER " exceeds the tuition "
                           "field - not assessed."
               NOT ON SIZE ERROR
                   PERFORM REWRITE-ASSESSED-STUDENT
           END-COMPUTE.
       CHECK-FOR-CURRENT-ENROLLMENT.
      *    Position at the first enrollment this student could hold
      *    and read forward until the student changes or a row in
               MOVE TABLE-RATE-PER-CREDIT (RATE-TABLE-IDX)
                   TO RATE-FOR-STUDENT
           END-IF.
       WRITE-REGISTER-HEADINGS.
           IF RESTART-PHASE NOT = SPACE
               PERFORM WRITE-REGISTER-RESTART-LINE
           ELSE
               PERFORM WRITE-REGISTER-TITLES
           END-IF.
       WRITE-REGISTER-RESTART-LINE.
      *    Students between the checkpoint and the interruption are
      *    assessed again, so their retained charges may be listed a
      *    second time below this line; the totals count them once.
           MOVE SPACES TO DROP-REGISTER-LINE.
           WRITE DROP-REGISTER-LINE.
           MOVE RESTART-STUDENT-NUMBER TO RESTART-LINE-STUDENT.
           IF RESTART-PHASE = 'S'
               MOVE "(ROSTER SWEEP)" TO RESTART-LINE-PASS
           ELSE
               MOVE "(ENROLLMENTS)" TO RESTART-LINE-PASS
           END-IF.
           WRITE DROP-REGISTER-LINE FROM REGISTER-RESTART-LINE.
       WRITE-REGISTER-TITLES.
           MOVE RUN-DATE-WORK TO HEADING-RUN-DATE.
           WRITE DROP-REGISTER-LINE FROM REGISTER-HEADING-LINE.
           MOVE SPACES TO DROP-REGISTER-LINE.
           WRITE DROP-REGISTER-LINE.
           WRITE DROP-REGISTER-LINE FROM REGISTER-COLUMN-LINE.
       WRITE-REGISTER-TOTAL-LINE.
           MOVE SPACES TO DROP-REGISTER-LINE.
           WRITE DROP-REGISTER-LINE.
           MOVE RETAINED-CHARGES-COUNT TO TOTAL-RETAINED-COUNT.
           MOVE TOTAL-RETAINED-CHARGES TO TOTAL-RETAINED-DOLLARS.
           WRITE DROP-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
       DISPLAY-ASSESSMENT-TOTALS.
           DISPLAY "Students assessed : " STUDENTS-ASSESSED-COUNT.
           DISPLAY "Students skipped  : " STUDENTS-SKIPPED-COUNT.
           DISPLAY "Stale charges off : " STALE-CHARGES-CLEARED-COUNT.
           DISPLAY "Tuition assessed  : " TOTAL-TUITION-ASSESSED.
           DISPLAY "Retained on drops : " TOTAL-RETAINED-CHARGES.
           DISPLAY "Charge changes    : " CHARGE-CHANGES-LOGGED-COUNT.
       CLOSE-ASSESSMENT-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE COURSE-ENROLLMENT-FILE.
           CLOSE RATE-TABLE-FILE-IN.
           IF DROP-FILE-OPEN-SW = 'Y'
               CLOSE COURSE-DROP-CHARGE-FILE
           END-IF.
           CLOSE DROP-REGISTER-OUT.
           CLOSE CHARGE-CHANGE-LOG-OUT.
       END PROGRAM TUITION-ASSESSMENT.
