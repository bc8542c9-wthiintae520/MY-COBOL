      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: End-of-term academic standing run. Every completed
      *          course on COURSE-HISTORY.TXT and every graded row
      *          still on COURSE-ENROLLMENTS.TXT is folded in beside
      *          the roster student who took it, using the same grade
      *          points the transcript prints with, to give each
      *          student a term grade point average for their roster
      *          term and a cumulative average across everything on
      *          file. Each student is then placed in good standing,
      *          on the dean's list, on probation, or - on a second
      *          deficient term in a row - suspended, and the standing
      *          is kept on STUDENT-STANDING.TXT where the
      *          registration program refuses adds for a suspended
      *          student. The registrar gets a printed standing list.
      *          Run after grades are in and before the term rollover
      *          archives the graded rows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMIC-STANDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORDS-FILE-IN
           ASSIGN TO "F:\STUDENT-RECORDS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STUDENT-RECORD-FILE-STATUS.

           SELECT COURSE-ENROLLMENT-FILE
           ASSIGN TO "F:\COURSE-ENROLLMENTS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ENROLLMENT-KEY
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

           SELECT COURSE-HISTORY-FILE-IN
           ASSIGN TO "F:\COURSE-HISTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-HISTORY-STATUS.

           SELECT STUDENT-STANDING-FILE
           ASSIGN TO "F:\STUDENT-STANDING.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STANDING-STUDENT-NUMBER
           FILE STATUS IS STUDENT-STANDING-STATUS.

           SELECT STANDING-REPORT-OUT
           ASSIGN TO "F:\ACADEMIC-STANDING.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE-IN.
           COPY STUDCPY.

       FD COURSE-ENROLLMENT-FILE.
           COPY ENRLCPY.

       FD COURSE-HISTORY-FILE-IN.
           COPY CRHSCPY.

       FD STUDENT-STANDING-FILE.
           COPY STNDCPY.

       FD STANDING-REPORT-OUT.
       01 STANDING-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 ENROLLMENT-FILE-STATUS PIC X(2).
           05 COURSE-HISTORY-STATUS PIC X(2).
           05 STUDENT-STANDING-STATUS PIC X(2).
           05 STANDING-REPORT-STATUS PIC X(2).
           05 RUN-DATE-WORK PIC 9(8).
           05 STUDENT-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
           05 STUDENT-TABLE-FULL-SW PIC X(1) VALUE 'N'.
           05 STUDENT-FOUND-SW PIC X(1).
           05 STUDENT-FOUND-INDEX PIC 9(4) COMP VALUE ZERO.
           05 LOOKUP-STUDENT-NUMBER PIC 9(6) VALUE ZERO.
           05 GRADE-POINTS-WORK PIC 9(1).
           05 GRADE-TO-RATE-WORK PIC X(1).
           05 STANDING-FOUND-SW PIC X(1).
           05 PRIOR-STANDING-WORK PIC X(1).
           05 NEW-STANDING-WORK PIC X(1).

       01 STANDING-POLICY-FIELDS.
      *    Catalog policy: a cumulative average under 2.00 is
      *    deficient - probation the first term, suspension when the
      *    student was already on probation or suspended going in.
      *    The dean's list takes a 3.50 term average on a full-time
      *    load of at least 12 graded hours.
           05 MINIMUM-CUM-GPA PIC 9V99 VALUE 2.00.
           05 DEANS-LIST-GPA PIC 9V99 VALUE 3.50.
           05 DEANS-LIST-HOURS PIC 9(3) VALUE 12.

       01 STUDENT-TABLE-AREA.
      *    The roster with each student's graded hours and quality
      *    points folded in beside it, so the standings are a single
      *    walk down the table at the end. 500 entries, the same
      *    capacity the proof and reconcile runs carry.
           05 STUDENT-TABLE-ENTRY OCCURS 500 TIMES
              INDEXED BY STUDENT-TABLE-IDX.
               10 TABLE-STUDENT-NUMBER PIC 9(6).
               10 TABLE-STUDENT-NAME PIC X(30).
               10 TABLE-ACADEMIC-TERM PIC X(6).
               10 TABLE-TERM-HOURS PIC 9(3).
               10 TABLE-TERM-POINTS PIC 9(4).
               10 TABLE-CUM-HOURS PIC 9(4).
               10 TABLE-CUM-POINTS PIC 9(5).

       01 GPA-WORK-FIELDS.
           05 TERM-GPA-WORK PIC 9V99 VALUE ZERO.
           05 CUM-GPA-WORK PIC 9V99 VALUE ZERO.

       01 STANDING-TOTAL-FIELDS.
           05 STUDENTS-RATED-COUNT PIC 9(6) VALUE ZERO.
           05 STUDENTS-UNGRADED-COUNT PIC 9(6) VALUE ZERO.
           05 GOOD-STANDING-COUNT PIC 9(6) VALUE ZERO.
           05 DEANS-LIST-COUNT PIC 9(6) VALUE ZERO.
           05 PROBATION-COUNT PIC 9(6) VALUE ZERO.
           05 SUSPENSION-COUNT PIC 9(6) VALUE ZERO.
           05 ORPHAN-GRADE-COUNT PIC 9(6) VALUE ZERO.

       01 REPORT-HEADING-LINE.
           05 FILLER PIC X(32)
              VALUE "ACADEMIC STANDING  RUN DATED ".
           05 HEADING-RUN-DATE PIC 9(8).

       01 REPORT-COLUMN-LINE.
           05 FILLER PIC X(39)
              VALUE "STUDENT NAME".
           05 FILLER PIC X(40)
              VALUE "TERM   HRS  GPA  CUM HRS  GPA  STANDING".

       01 REPORT-DETAIL-LINE.
           05 DETAIL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DETAIL-ACADEMIC-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DETAIL-TERM-HOURS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DETAIL-TERM-GPA PIC 9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DETAIL-CUM-HOURS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DETAIL-CUM-GPA PIC 9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-STANDING PIC X(11).

       01 REPORT-SUMMARY-LINE.
           05 SUMMARY-CAPTION PIC X(36).
           05 SUMMARY-FIGURE PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ASSIGN-ACADEMIC-STANDING.
           PERFORM OPEN-STANDING-FILES.
           PERFORM LOAD-ROSTER-TABLE.
           PERFORM FOLD-IN-COURSE-HISTORY.
           PERFORM FOLD-IN-GRADED-ENROLLMENTS.
           PERFORM WRITE-REPORT-HEADINGS.
           SET STUDENT-TABLE-IDX TO 1.
           PERFORM ASSIGN-ONE-STANDING
           VARYING STUDENT-TABLE-IDX FROM 1 BY 1
           UNTIL STUDENT-TABLE-IDX > STUDENT-TABLE-COUNT.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CLOSE-STANDING-FILES.
           STOP RUN.
       OPEN-STANDING-FILES.
           OPEN INPUT STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    An indexed file that has never been created yet still has
      *    to be OPENed OUTPUT once to bring it into existence, the
      *    same as OPEN-STUDENT-RECORD-FILE in Project1.cbl.
           OPEN I-O STUDENT-STANDING-FILE.
           IF STUDENT-STANDING-STATUS = '05' OR '35'
               OPEN OUTPUT STUDENT-STANDING-FILE
               CLOSE STUDENT-STANDING-FILE
               OPEN I-O STUDENT-STANDING-FILE
           END-IF.
           IF STUDENT-STANDING-STATUS NOT = '00'
               DISPLAY "STUDENT-STANDING.TXT could not be opened, "
                       "file status " STUDENT-STANDING-STATUS "."
               CLOSE STUDENT-RECORDS-FILE-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STANDING-REPORT-OUT.
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
       LOAD-ROSTER-TABLE.
           PERFORM READ-STUDENT-RECORD.
           PERFORM ADD-STUDENT-TO-TABLE
           UNTIL STUDENT-RECORD-FILE-STATUS = '10'
               OR STUDENT-TABLE-FULL-SW = 'Y'.
           CLOSE STUDENT-RECORDS-FILE-IN.
       READ-STUDENT-RECORD.
           READ STUDENT-RECORDS-FILE-IN.
       ADD-STUDENT-TO-TABLE.
           IF STUDENT-TABLE-COUNT >= 500
               MOVE 'Y' TO STUDENT-TABLE-FULL-SW
               DISPLAY "STUDENT-TABLE-AREA is full at 500 students; "
                       "the remaining students were not rated."
           ELSE
               ADD 1 TO STUDENT-TABLE-COUNT
               SET STUDENT-TABLE-IDX TO STUDENT-TABLE-COUNT
               MOVE STUDENT-NUMBER
                   TO TABLE-STUDENT-NUMBER (STUDENT-TABLE-IDX)
               MOVE STUDENT-NAME
                   TO TABLE-STUDENT-NAME (STUDENT-TABLE-IDX)
               MOVE ACADEMIC-TERM
                   TO TABLE-ACADEMIC-TERM (STUDENT-TABLE-IDX)
               MOVE ZERO TO TABLE-TERM-HOURS (STUDENT-TABLE-IDX)
               MOVE ZERO TO TABLE-TERM-POINTS (STUDENT-TABLE-IDX)
               MOVE ZERO TO TABLE-CUM-HOURS (STUDENT-TABLE-IDX)
               MOVE ZERO TO TABLE-CUM-POINTS (STUDENT-TABLE-IDX)
               PERFORM READ-STUDENT-RECORD
           END-IF.
       FOLD-IN-COURSE-HISTORY.
      *    No history file yet only means no term has been rolled
      *    since grading began; the live grades still count.
           OPEN INPUT COURSE-HISTORY-FILE-IN.
           IF COURSE-HISTORY-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM READ-COURSE-HISTORY-RECORD
               PERFORM FOLD-ONE-HISTORY-RECORD
               UNTIL COURSE-HISTORY-STATUS = '10'
               CLOSE COURSE-HISTORY-FILE-IN
           END-IF.
       READ-COURSE-HISTORY-RECORD.
           READ COURSE-HISTORY-FILE-IN.
       FOLD-ONE-HISTORY-RECORD.
      *    History for a student already archived off the roster has
      *    nobody left to rate and is passed over.
           MOVE COURSE-HISTORY-STUDENT-NUMBER TO LOOKUP-STUDENT-NUMBER.
           PERFORM FIND-STUDENT-IN-TABLE.
           IF STUDENT-FOUND-SW = 'Y'
               SET STUDENT-TABLE-IDX TO STUDENT-FOUND-INDEX
               MOVE COURSE-HISTORY-FINAL-GRADE (1:1)
                   TO GRADE-TO-RATE-WORK
               PERFORM LOOK-UP-GRADE-POINTS
               IF COURSE-HISTORY-ACADEMIC-TERM
                   = TABLE-ACADEMIC-TERM (STUDENT-TABLE-IDX)
                   ADD COURSE-HISTORY-CREDIT-HOURS
                       TO TABLE-TERM-HOURS (STUDENT-TABLE-IDX)
                   COMPUTE TABLE-TERM-POINTS (STUDENT-TABLE-IDX) =
                       TABLE-TERM-POINTS (STUDENT-TABLE-IDX)
                       + COURSE-HISTORY-CREDIT-HOURS
                       * GRADE-POINTS-WORK
               END-IF
               ADD COURSE-HISTORY-CREDIT-HOURS
                   TO TABLE-CUM-HOURS (STUDENT-TABLE-IDX)
               COMPUTE TABLE-CUM-POINTS (STUDENT-TABLE-IDX) =
                   TABLE-CUM-POINTS (STUDENT-TABLE-IDX)
                   + COURSE-HISTORY-CREDIT-HOURS * GRADE-POINTS-WORK
           END-IF.
           PERFORM READ-COURSE-HISTORY-RECORD.
       FOLD-IN-GRADED-ENROLLMENTS.
      *    Graded rows the rollover has not archived yet are the
      *    term just ended; ungraded rows are work still in progress
      *    and carry no grade points.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM READ-ENROLLMENT-RECORD
               PERFORM FOLD-ONE-ENROLLMENT
               UNTIL ENROLLMENT-FILE-STATUS NOT = '00'
               CLOSE COURSE-ENROLLMENT-FILE
           END-IF.
       READ-ENROLLMENT-RECORD.
           READ COURSE-ENROLLMENT-FILE NEXT RECORD.
       FOLD-ONE-ENROLLMENT.
           IF ENROLLMENT-FINAL-GRADE NOT = SPACES
               MOVE ENROLLMENT-STUDENT-NUMBER TO LOOKUP-STUDENT-NUMBER
               PERFORM FIND-STUDENT-IN-TABLE
               IF STUDENT-FOUND-SW = 'Y'
                   PERFORM ADD-LIVE-GRADE-TO-TABLE
               ELSE
                   ADD 1 TO ORPHAN-GRADE-COUNT
               END-IF
           END-IF.
           PERFORM READ-ENROLLMENT-RECORD.
       ADD-LIVE-GRADE-TO-TABLE.
           SET STUDENT-TABLE-IDX TO STUDENT-FOUND-INDEX.
           MOVE ENROLLMENT-FINAL-GRADE (1:1) TO GRADE-TO-RATE-WORK.
           PERFORM LOOK-UP-GRADE-POINTS.
           IF ENROLLMENT-ACADEMIC-TERM
               = TABLE-ACADEMIC-TERM (STUDENT-TABLE-IDX)
               ADD ENROLLMENT-CREDIT-HOURS
                   TO TABLE-TERM-HOURS (STUDENT-TABLE-IDX)
               COMPUTE TABLE-TERM-POINTS (STUDENT-TABLE-IDX) =
                   TABLE-TERM-POINTS (STUDENT-TABLE-IDX)
                   + ENROLLMENT-CREDIT-HOURS * GRADE-POINTS-WORK
           END-IF.
           ADD ENROLLMENT-CREDIT-HOURS
               TO TABLE-CUM-HOURS (STUDENT-TABLE-IDX).
           COMPUTE TABLE-CUM-POINTS (STUDENT-TABLE-IDX) =
               TABLE-CUM-POINTS (STUDENT-TABLE-IDX)
               + ENROLLMENT-CREDIT-HOURS * GRADE-POINTS-WORK.
       LOOK-UP-GRADE-POINTS.
      *    Four points an A down to zero for an F, exactly as the
      *    transcript prints them; every graded hour counts as
      *    attempted.
           EVALUATE GRADE-TO-RATE-WORK
               WHEN 'A'
                   MOVE 4 TO GRADE-POINTS-WORK
               WHEN 'B'
                   MOVE 3 TO GRADE-POINTS-WORK
               WHEN 'C'
                   MOVE 2 TO GRADE-POINTS-WORK
               WHEN 'D'
                   MOVE 1 TO GRADE-POINTS-WORK
               WHEN OTHER
                   MOVE 0 TO GRADE-POINTS-WORK
           END-EVALUATE.
       FIND-STUDENT-IN-TABLE.
           MOVE 'N' TO STUDENT-FOUND-SW.
           MOVE ZERO TO STUDENT-FOUND-INDEX.
           SET STUDENT-TABLE-IDX TO 1.
           PERFORM SEARCH-FOR-TABLE-STUDENT
           VARYING STUDENT-TABLE-IDX FROM 1 BY 1
           UNTIL STUDENT-TABLE-IDX > STUDENT-TABLE-COUNT
               OR STUDENT-FOUND-SW = 'Y'.
       SEARCH-FOR-TABLE-STUDENT.
           IF LOOKUP-STUDENT-NUMBER
               = TABLE-STUDENT-NUMBER (STUDENT-TABLE-IDX)
               MOVE 'Y' TO STUDENT-FOUND-SW
               SET STUDENT-FOUND-INDEX TO STUDENT-TABLE-IDX
           END-IF.
       ASSIGN-ONE-STANDING.
      *    A student with no graded work on file at all - a first
      *    term still in progress - has nothing to be rated on yet.
           IF TABLE-CUM-HOURS (STUDENT-TABLE-IDX) = ZERO
               ADD 1 TO STUDENTS-UNGRADED-COUNT
           ELSE
               PERFORM COMPUTE-STUDENT-AVERAGES
               PERFORM LOOKUP-PRIOR-STANDING
               PERFORM DETERMINE-STANDING
               PERFORM WRITE-STANDING-RECORD
               PERFORM WRITE-REPORT-DETAIL-LINE
           END-IF.
       COMPUTE-STUDENT-AVERAGES.
           IF TABLE-TERM-HOURS (STUDENT-TABLE-IDX) = ZERO
               MOVE ZERO TO TERM-GPA-WORK
           ELSE
               COMPUTE TERM-GPA-WORK ROUNDED =
                   TABLE-TERM-POINTS (STUDENT-TABLE-IDX)
                   / TABLE-TERM-HOURS (STUDENT-TABLE-IDX)
           END-IF.
           COMPUTE CUM-GPA-WORK ROUNDED =
               TABLE-CUM-POINTS (STUDENT-TABLE-IDX)
               / TABLE-CUM-HOURS (STUDENT-TABLE-IDX).
       LOOKUP-PRIOR-STANDING.
      *    The standing the student brought into this term: the one
      *    on file, or - when this term was already rated once - the
      *    one that rating started from, so a re-run lands the same
      *    way. A student never rated before starts in good standing.
           MOVE 'N' TO STANDING-FOUND-SW.
           MOVE 'G' TO PRIOR-STANDING-WORK.
           MOVE TABLE-STUDENT-NUMBER (STUDENT-TABLE-IDX)
               TO STANDING-STUDENT-NUMBER.
           READ STUDENT-STANDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO STANDING-FOUND-SW
                   IF STANDING-ACADEMIC-TERM
                       = TABLE-ACADEMIC-TERM (STUDENT-TABLE-IDX)
                       MOVE STANDING-PRIOR-CODE TO PRIOR-STANDING-WORK
                   ELSE
                       MOVE STANDING-CODE TO PRIOR-STANDING-WORK
                   END-IF
           END-READ.
       DETERMINE-STANDING.
      *    A student already on probation or suspended is suspended
      *    only by a graded term that is itself deficient; a term
      *    with no graded hours - sat out, or grades not yet in -
      *    leaves the standing they brought into it unchanged.
           IF CUM-GPA-WORK < MINIMUM-CUM-GPA
               IF PRIOR-STANDING-WORK = 'P' OR 'S'
                   IF TABLE-TERM-HOURS (STUDENT-TABLE-IDX) > ZERO
                       AND TERM-GPA-WORK < MINIMUM-CUM-GPA
                       MOVE 'S' TO NEW-STANDING-WORK
                   ELSE
                       MOVE PRIOR-STANDING-WORK TO NEW-STANDING-WORK
                   END-IF
                   IF NEW-STANDING-WORK = 'S'
                       ADD 1 TO SUSPENSION-COUNT
                   ELSE
                       ADD 1 TO PROBATION-COUNT
                   END-IF
               ELSE
                   MOVE 'P' TO NEW-STANDING-WORK
                   ADD 1 TO PROBATION-COUNT
               END-IF
           ELSE
               IF TABLE-TERM-HOURS (STUDENT-TABLE-IDX)
                   >= DEANS-LIST-HOURS
                   AND TERM-GPA-WORK >= DEANS-LIST-GPA
                   MOVE 'D' TO NEW-STANDING-WORK
                   ADD 1 TO DEANS-LIST-COUNT
               ELSE
                   MOVE 'G' TO NEW-STANDING-WORK
                   ADD 1 TO GOOD-STANDING-COUNT
               END-IF
           END-IF.
           ADD 1 TO STUDENTS-RATED-COUNT.
       WRITE-STANDING-RECORD.
           MOVE TABLE-STUDENT-NUMBER (STUDENT-TABLE-IDX)
               TO STANDING-STUDENT-NUMBER.
           MOVE TABLE-ACADEMIC-TERM (STUDENT-TABLE-IDX)
               TO STANDING-ACADEMIC-TERM.
           MOVE NEW-STANDING-WORK TO STANDING-CODE.
           MOVE PRIOR-STANDING-WORK TO STANDING-PRIOR-CODE.
           MOVE TABLE-TERM-HOURS (STUDENT-TABLE-IDX)
               TO STANDING-TERM-HOURS.
           MOVE TERM-GPA-WORK TO STANDING-TERM-GPA.
           MOVE TABLE-CUM-HOURS (STUDENT-TABLE-IDX)
               TO STANDING-CUM-HOURS.
           MOVE CUM-GPA-WORK TO STANDING-CUM-GPA.
           MOVE RUN-DATE-WORK TO STANDING-RUN-DATE.
           IF STANDING-FOUND-SW = 'Y'
               REWRITE STUDENT-STANDING-RECORD
                   INVALID KEY
                       DISPLAY "Standing for student number "
                               STANDING-STUDENT-NUMBER " could not "
                               "be rewritten."
               END-REWRITE
           ELSE
               WRITE STUDENT-STANDING-RECORD
                   INVALID KEY
                       DISPLAY "Standing for student number "
                               STANDING-STUDENT-NUMBER " could not "
                               "be written."
               END-WRITE
           END-IF.
       WRITE-REPORT-HEADINGS.
           MOVE RUN-DATE-WORK TO HEADING-RUN-DATE.
           WRITE STANDING-REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE FROM REPORT-COLUMN-LINE.
       WRITE-REPORT-DETAIL-LINE.
           MOVE TABLE-STUDENT-NUMBER (STUDENT-TABLE-IDX)
               TO DETAIL-STUDENT-NUMBER.
           MOVE TABLE-STUDENT-NAME (STUDENT-TABLE-IDX)
               TO DETAIL-STUDENT-NAME.
           MOVE TABLE-ACADEMIC-TERM (STUDENT-TABLE-IDX)
               TO DETAIL-ACADEMIC-TERM.
           MOVE TABLE-TERM-HOURS (STUDENT-TABLE-IDX)
               TO DETAIL-TERM-HOURS.
           MOVE TERM-GPA-WORK TO DETAIL-TERM-GPA.
           MOVE TABLE-CUM-HOURS (STUDENT-TABLE-IDX)
               TO DETAIL-CUM-HOURS.
           MOVE CUM-GPA-WORK TO DETAIL-CUM-GPA.
           EVALUATE NEW-STANDING-WORK
               WHEN 'D'
                   MOVE "DEAN'S LIST" TO DETAIL-STANDING
               WHEN 'P'
                   MOVE "PROBATION" TO DETAIL-STANDING
               WHEN 'S'
                   MOVE "SUSPENDED" TO DETAIL-STANDING
               WHEN OTHER
                   MOVE "GOOD" TO DETAIL-STANDING
           END-EVALUATE.
           WRITE STANDING-REPORT-LINE FROM REPORT-DETAIL-LINE.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE "STUDENTS RATED" TO SUMMARY-CAPTION.
           MOVE STUDENTS-RATED-COUNT TO SUMMARY-FIGURE.
           WRITE STANDING-REPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE "  DEAN'S LIST" TO SUMMARY-CAPTION.
           MOVE DEANS-LIST-COUNT TO SUMMARY-FIGURE.
           WRITE STANDING-REPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE "  GOOD STANDING" TO SUMMARY-CAPTION.
           MOVE GOOD-STANDING-COUNT TO SUMMARY-FIGURE.
           WRITE STANDING-REPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE "  PROBATION" TO SUMMARY-CAPTION.
           MOVE PROBATION-COUNT TO SUMMARY-FIGURE.
           WRITE STANDING-REPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE "  SUSPENDED" TO SUMMARY-CAPTION.
           MOVE SUSPENSION-COUNT TO SUMMARY-FIGURE.
           WRITE STANDING-REPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE "STUDENTS WITH NO GRADES YET" TO SUMMARY-CAPTION.
           MOVE STUDENTS-UNGRADED-COUNT TO SUMMARY-FIGURE.
           WRITE STANDING-REPORT-LINE FROM REPORT-SUMMARY-LINE.
           DISPLAY "Students rated   : " STUDENTS-RATED-COUNT.
           DISPLAY "Dean's list      : " DEANS-LIST-COUNT.
           DISPLAY "Probation        : " PROBATION-COUNT.
           DISPLAY "Suspended        : " SUSPENSION-COUNT.
           DISPLAY "Not yet graded   : " STUDENTS-UNGRADED-COUNT.
           IF ORPHAN-GRADE-COUNT > ZERO
               DISPLAY "Graded enrollments for students not on the "
                       "roster: " ORPHAN-GRADE-COUNT
           END-IF.
       CLOSE-STANDING-FILES.
           CLOSE STUDENT-STANDING-FILE.
           CLOSE STANDING-REPORT-OUT.
       END PROGRAM ACADEMIC-STANDING.
