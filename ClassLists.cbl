      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Print the class lists for an operator-supplied term:
      *          one list per course COURSE-CATALOG.TXT offers in the
      *          term, each starting a new page for handing to the
      *          instructor, naming every student enrolled on
      *          COURSE-ENROLLMENTS.TXT in name order from the roster,
      *          the seats filled against CATALOG-SEAT-CAPACITY, and
      *          the waitlist from COURSE-WAITLIST.TXT in the order the
      *          students will be promoted. A course with nobody in it
      *          is still listed, and enrollments in a course the
      *          catalog does not offer in the term are listed under
      *          their own flagged heading rather than dropped. Run in
      *          census mode on the term's official census date, the
      *          same pass also freezes every enrollment and its credit
      *          hours onto CENSUS-SNAPSHOTS.TXT, stamped with the date
      *          and closed with the term's headcount and totals; a
      *          term already snapshotted is refused so the figures
      *          reported to the state never change.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-LISTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORDS-FILE-IN
           ASSIGN TO "F:\STUDENT-RECORDS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

           SELECT COURSE-CATALOG-FILE
           ASSIGN TO "F:\COURSE-CATALOG.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CATALOG-COURSE-CODE
           FILE STATUS IS COURSE-CATALOG-STATUS.

           SELECT COURSE-WAITLIST-FILE
           ASSIGN TO "F:\COURSE-WAITLIST.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WAITLIST-KEY
           FILE STATUS IS COURSE-WAITLIST-STATUS.

           SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".

           SELECT CLASS-LIST-REPORT-OUT
           ASSIGN TO "F:\CLASS-LISTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLASS-LIST-REPORT-STATUS.

           SELECT CENSUS-SNAPSHOT-FILE
           ASSIGN TO "F:\CENSUS-SNAPSHOTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CENSUS-SNAPSHOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE-IN.
           COPY STUDCPY.

       FD COURSE-ENROLLMENT-FILE.
           COPY ENRLCPY.

       FD COURSE-CATALOG-FILE.
           COPY CRSECPY.

       FD COURSE-WAITLIST-FILE.
           COPY WAITCPY.

       SD SORT-WORK-FILE.
      *    One row per enrollment held in the term, with the student's
      *    name already looked up so each class sorts into name order.
       01 SORT-RECORD.
           05 SORT-COURSE-CODE PIC X(8).
           05 SORT-STUDENT-NAME PIC X(30).
           05 SORT-STUDENT-NUMBER PIC 9(6).
           05 SORT-CREDIT-HOURS PIC 9(2).
           05 SORT-FINAL-GRADE PIC X(2).

       FD CLASS-LIST-REPORT-OUT.
       01 REPORT-LINE PIC X(80).

       FD CENSUS-SNAPSHOT-FILE.
           COPY CENSCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 ENROLLMENT-FILE-STATUS PIC X(2).
           05 COURSE-CATALOG-STATUS PIC X(2).
           05 COURSE-WAITLIST-STATUS PIC X(2).
           05 CLASS-LIST-REPORT-STATUS PIC X(2).
           05 CENSUS-SNAPSHOT-STATUS PIC X(2).
           05 TERM-INPUT PIC X(6).
           05 RUN-MODE-INPUT PIC X(1).
           05 CENSUS-MODE-SW PIC X(1) VALUE 'N'.
           05 CENSUS-TAKEN-SW PIC X(1) VALUE 'N'.
           05 CENSUS-PARTIAL-SW PIC X(1) VALUE 'N'.
           05 CENSUS-FOUND-DATE PIC 9(8) VALUE ZERO.
           05 CENSUS-FIRST-ROW-SW PIC X(1) VALUE 'Y'.
           05 LAST-CENSUS-STUDENT PIC 9(6) VALUE ZERO.
           05 WAITLIST-OPEN-SW PIC X(1) VALUE 'N'.
           05 WAITLIST-END-SW PIC X(1).
           05 SORT-EOF-SW PIC X(1) VALUE 'N'.
           05 CATALOG-EOF-SW PIC X(1) VALUE 'N'.
           05 PRINTING-TOTALS-SW PIC X(1) VALUE 'N'.
           05 RUN-DATE-WORK PIC 9(8).
           05 CLASS-COURSE-CODE PIC X(8).
           05 CLASS-ENROLLED-COUNT PIC 9(4) VALUE ZERO.
           05 CLASS-WAITLIST-COUNT PIC 9(4) VALUE ZERO.
           05 SEATS-FILLED-WORK PIC 9(3) VALUE ZERO.
           05 STUDENT-NAME-WORK PIC X(30).
           05 PAGE-NUMBER PIC 9(4) VALUE ZERO.
           05 LINE-COUNT PIC 9(4) VALUE ZERO.
           05 LINES-PER-PAGE PIC 9(4) VALUE 50.

       01 CLASS-LIST-TOTALS.
           05 COURSES-LISTED PIC 9(6) VALUE ZERO.
           05 EMPTY-COURSES PIC 9(6) VALUE ZERO.
           05 UNCATALOGED-COURSES PIC 9(6) VALUE ZERO.
           05 ENROLLMENTS-LISTED PIC 9(6) VALUE ZERO.
           05 CREDIT-HOURS-LISTED PIC 9(7) VALUE ZERO.
           05 WAITLISTED-LISTED PIC 9(6) VALUE ZERO.

       01 CENSUS-TOTALS.
           05 CENSUS-HEADCOUNT-WORK PIC 9(6) VALUE ZERO.
           05 CENSUS-ENROLLMENTS-WORK PIC 9(6) VALUE ZERO.
           05 CENSUS-HOURS-WORK PIC 9(7) VALUE ZERO.

       01 PRINT-LINE-WORK PIC X(80).

       01 HEADING-LINE-1.
           05 HEADING-REPORT-TITLE PIC X(20) VALUE "CLASS LISTS".
           05 FILLER PIC X(6) VALUE "TERM ".
           05 HEADING-TERM PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HEADING-RUN-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HEADING-PAGE-NUMBER PIC ZZZ9.

       01 COURSE-HEADING-LINE.
           05 COURSE-HEADING-CODE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 COURSE-HEADING-TITLE PIC X(34).
           05 COURSE-HEADING-HOURS-LABEL PIC X(13).
           05 COURSE-HEADING-HOURS PIC Z9.

       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "     SEQ".
           05 FILLER PIC X(8) VALUE "NUMBER".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(7) VALUE "HOURS".
           05 FILLER PIC X(5) VALUE "GRADE".

       01 STUDENT-DETAIL-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DETAIL-SEQUENCE PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DETAIL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETAIL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DETAIL-CREDIT-HOURS PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DETAIL-FINAL-GRADE PIC X(2).

       01 SEATS-LINE.
           05 FILLER PIC X(18) VALUE "    SEATS FILLED ".
           05 SEATS-FILLED-EDIT PIC ZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 SEATS-CAPACITY-EDIT PIC ZZ9.
           05 FILLER PIC X(12) VALUE "   LISTED ".
           05 SEATS-LISTED-EDIT PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SEATS-NOTE PIC X(30).

       01 WAITLIST-DETAIL-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WAITLIST-POSITION PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WAITLIST-DETAIL-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WAITLIST-DETAIL-NAME PIC X(30).

       01 TOTAL-LINE.
           05 TOTAL-LABEL PIC X(40).
           05 TOTAL-FIGURE PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PRODUCE-CLASS-LISTS.
           PERFORM PROMPT-FOR-CLASS-LIST-RUN.
           IF CENSUS-MODE-SW = 'Y'
               PERFORM CHECK-CENSUS-NOT-TAKEN
               PERFORM OPEN-CENSUS-SNAPSHOT-FILE
           END-IF.
           PERFORM OPEN-CLASS-LIST-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-COURSE-CODE
                                SORT-STUDENT-NAME
                                SORT-STUDENT-NUMBER
               INPUT PROCEDURE IS LOAD-TERM-ENROLLMENTS
               OUTPUT PROCEDURE IS PRINT-CLASS-LISTS.
           IF CENSUS-MODE-SW = 'Y'
               PERFORM WRITE-CENSUS-TRAILER
               CLOSE CENSUS-SNAPSHOT-FILE
           END-IF.
           PERFORM CLOSE-CLASS-LIST-FILES.
           PERFORM DISPLAY-CLASS-LIST-TOTALS.
           STOP RUN.
       PROMPT-FOR-CLASS-LIST-RUN.
           DISPLAY "Enter academic term(e.g. FALL26): ".
           ACCEPT TERM-INPUT.
           IF TERM-INPUT = SPACES
               DISPLAY "Academic term must not be blank - run "
                       "abandoned."
               STOP RUN
           END-IF.
           DISPLAY "L)ist classes, or C)ensus snapshot and list: ".
           ACCEPT RUN-MODE-INPUT.
           EVALUATE RUN-MODE-INPUT
               WHEN 'L' WHEN 'l'
                   MOVE 'N' TO CENSUS-MODE-SW
               WHEN 'C' WHEN 'c'
                   MOVE 'Y' TO CENSUS-MODE-SW
                   MOVE "CENSUS CLASS LISTS" TO HEADING-REPORT-TITLE
               WHEN OTHER
                   DISPLAY "Unrecognized run mode - run abandoned."
                   STOP RUN
           END-EVALUATE.
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
           MOVE TERM-INPUT TO HEADING-TERM.
           MOVE RUN-DATE-WORK TO HEADING-RUN-DATE.
       CHECK-CENSUS-NOT-TAKEN.
      *    A term's census is taken once. A trailer on file means the
      *    snapshot is complete and must stand as reported; rows with
      *    no trailer mean a census run stopped part way, and those
      *    rows have to come off the file before it is run again so
      *    the term is not counted twice. No snapshot file yet only
      *    means no census has ever been taken.
           OPEN INPUT CENSUS-SNAPSHOT-FILE.
           IF CENSUS-SNAPSHOT-STATUS = '00'
               PERFORM READ-CENSUS-SNAPSHOT-RECORD
               PERFORM CHECK-ONE-CENSUS-RECORD
               UNTIL CENSUS-SNAPSHOT-STATUS = '10'
               CLOSE CENSUS-SNAPSHOT-FILE
           END-IF.
           IF CENSUS-TAKEN-SW = 'Y'
               DISPLAY "The census for term " TERM-INPUT " was "
                       "taken on " CENSUS-FOUND-DATE " and is not "
                       "taken again - run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CENSUS-PARTIAL-SW = 'Y'
               DISPLAY "The census for term " TERM-INPUT " begun on "
                       CENSUS-FOUND-DATE " did not finish; take its "
                       "rows off CENSUS-SNAPSHOTS.TXT before running "
                       "it again - run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       READ-CENSUS-SNAPSHOT-RECORD.
           READ CENSUS-SNAPSHOT-FILE.
       CHECK-ONE-CENSUS-RECORD.
           IF CENSUS-ACADEMIC-TERM = TERM-INPUT
               MOVE CENSUS-DATE TO CENSUS-FOUND-DATE
               IF CENSUS-TERM-TRAILER
                   MOVE 'Y' TO CENSUS-TAKEN-SW
               ELSE
                   MOVE 'Y' TO CENSUS-PARTIAL-SW
               END-IF
           END-IF.
           PERFORM READ-CENSUS-SNAPSHOT-RECORD.
       OPEN-CENSUS-SNAPSHOT-FILE.
      *    EXTEND the snapshot file so each term's census adds to it;
      *    OPEN OUTPUT only the first time it does not yet exist.
           OPEN EXTEND CENSUS-SNAPSHOT-FILE.
           IF CENSUS-SNAPSHOT-STATUS = '05' OR '35'
               OPEN OUTPUT CENSUS-SNAPSHOT-FILE
           END-IF.
           IF CENSUS-SNAPSHOT-STATUS NOT = '00'
               DISPLAY "CENSUS-SNAPSHOTS.TXT could not be opened, "
                       "file status " CENSUS-SNAPSHOT-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       OPEN-CLASS-LIST-FILES.
           OPEN INPUT STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF COURSE-CATALOG-STATUS NOT = '00'
               DISPLAY "COURSE-CATALOG.TXT could not be opened, "
                       "file status " COURSE-CATALOG-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    No waitlist file yet only means no section has ever filled,
      *    so nobody is waiting anywhere.
           OPEN INPUT COURSE-WAITLIST-FILE.
           IF COURSE-WAITLIST-STATUS = '00'
               MOVE 'Y' TO WAITLIST-OPEN-SW
           END-IF.
           OPEN OUTPUT CLASS-LIST-REPORT-OUT.
           IF CLASS-LIST-REPORT-STATUS NOT = '00'
               DISPLAY "CLASS-LISTS.TXT could not be opened, "
                       "file status " CLASS-LIST-REPORT-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-TERM-ENROLLMENTS.
      *    The enrollment file is keyed by student, so one pass picks
      *    out the term's rows a student at a time - which is also
      *    what lets the census count each student once for the
      *    headcount - and the SORT regroups them by course.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-STATUS NOT = '00'
               DISPLAY "COURSE-ENROLLMENTS.TXT could not be opened, "
                       "file status " ENROLLMENT-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-ENROLLMENT-RECORD.
           PERFORM RELEASE-TERM-ENROLLMENT
           UNTIL ENROLLMENT-FILE-STATUS = '10'.
           CLOSE COURSE-ENROLLMENT-FILE.
       READ-ENROLLMENT-RECORD.
           READ COURSE-ENROLLMENT-FILE.
       RELEASE-TERM-ENROLLMENT.
           IF ENROLLMENT-ACADEMIC-TERM = TERM-INPUT
               MOVE ENROLLMENT-STUDENT-NUMBER TO STUDENT-NUMBER
               PERFORM FIND-STUDENT-NAME
               MOVE ENROLLMENT-COURSE-CODE TO SORT-COURSE-CODE
               MOVE STUDENT-NAME-WORK TO SORT-STUDENT-NAME
               MOVE ENROLLMENT-STUDENT-NUMBER TO SORT-STUDENT-NUMBER
               MOVE ENROLLMENT-CREDIT-HOURS TO SORT-CREDIT-HOURS
               MOVE ENROLLMENT-FINAL-GRADE TO SORT-FINAL-GRADE
               RELEASE SORT-RECORD
               IF CENSUS-MODE-SW = 'Y'
                   PERFORM WRITE-CENSUS-ENROLLMENT-ROW
               END-IF
           END-IF.
           PERFORM READ-ENROLLMENT-RECORD.
       FIND-STUDENT-NAME.
      *    STUDENT-NUMBER is set by the caller. An enrollment or
      *    waitlist row for a student since taken off the roster is
      *    still listed, flagged in place of the name.
           READ STUDENT-RECORDS-FILE-IN
               INVALID KEY
                   MOVE "*** NOT ON ROSTER ***" TO STUDENT-NAME-WORK
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO STUDENT-NAME-WORK
           END-READ.
       WRITE-CENSUS-ENROLLMENT-ROW.
           MOVE SPACES TO CENSUS-SNAPSHOT-RECORD.
           MOVE 'D' TO CENSUS-RECORD-TYPE.
           MOVE TERM-INPUT TO CENSUS-ACADEMIC-TERM.
           MOVE RUN-DATE-WORK TO CENSUS-DATE.
           MOVE ENROLLMENT-COURSE-CODE TO CENSUS-COURSE-CODE.
           MOVE ENROLLMENT-STUDENT-NUMBER TO CENSUS-STUDENT-NUMBER.
           MOVE ENROLLMENT-CREDIT-HOURS TO CENSUS-CREDIT-HOURS.
           WRITE CENSUS-SNAPSHOT-RECORD.
           ADD 1 TO CENSUS-ENROLLMENTS-WORK.
           ADD ENROLLMENT-CREDIT-HOURS TO CENSUS-HOURS-WORK.
           IF CENSUS-FIRST-ROW-SW = 'Y'
               OR ENROLLMENT-STUDENT-NUMBER NOT = LAST-CENSUS-STUDENT
               ADD 1 TO CENSUS-HEADCOUNT-WORK
               MOVE ENROLLMENT-STUDENT-NUMBER TO LAST-CENSUS-STUDENT
               MOVE 'N' TO CENSUS-FIRST-ROW-SW
           END-IF.
       WRITE-CENSUS-TRAILER.
      *    Written only once every row is down; the trailer is what
      *    makes the term's snapshot complete.
           MOVE SPACES TO CENSUS-SNAPSHOT-RECORD.
           MOVE 'T' TO CENSUS-RECORD-TYPE.
           MOVE TERM-INPUT TO CENSUS-ACADEMIC-TERM.
           MOVE RUN-DATE-WORK TO CENSUS-DATE.
           MOVE CENSUS-HEADCOUNT-WORK TO CENSUS-HEADCOUNT.
           MOVE CENSUS-ENROLLMENTS-WORK TO CENSUS-ENROLLMENT-COUNT.
           MOVE CENSUS-HOURS-WORK TO CENSUS-TOTAL-CREDIT-HOURS.
           WRITE CENSUS-SNAPSHOT-RECORD.
       PRINT-CLASS-LISTS.
      *    The catalog and the sorted enrollments both run in course
      *    code order, so they are matched like two sorted files: a
      *    catalog course with no enrollments still gets its list,
      *    and enrollments under a code the catalog does not offer
      *    in the term get a flagged list of their own.
           PERFORM READ-NEXT-TERM-COURSE.
           PERFORM RETURN-SORTED-ENROLLMENT.
           PERFORM PRINT-NEXT-CLASS
           UNTIL CATALOG-EOF-SW = 'Y' AND SORT-EOF-SW = 'Y'.
           PERFORM PRINT-RUN-TOTALS.
       READ-NEXT-TERM-COURSE.
           PERFORM READ-CATALOG-RECORD.
           PERFORM READ-CATALOG-RECORD
           UNTIL CATALOG-EOF-SW = 'Y'
               OR CATALOG-ACADEMIC-TERM = TERM-INPUT.
       READ-CATALOG-RECORD.
           READ COURSE-CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CATALOG-EOF-SW
           END-READ.
       RETURN-SORTED-ENROLLMENT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SW
           END-RETURN.
       PRINT-NEXT-CLASS.
           IF SORT-EOF-SW = 'N'
               AND (CATALOG-EOF-SW = 'Y'
                    OR SORT-COURSE-CODE < CATALOG-COURSE-CODE)
               PERFORM PRINT-UNCATALOGED-CLASS
           ELSE
               PERFORM PRINT-CATALOG-CLASS
               PERFORM READ-NEXT-TERM-COURSE
           END-IF.
       PRINT-CATALOG-CLASS.
           MOVE CATALOG-COURSE-CODE TO CLASS-COURSE-CODE.
           ADD 1 TO COURSES-LISTED.
           MOVE SPACES TO COURSE-HEADING-LINE.
           MOVE CATALOG-COURSE-CODE TO COURSE-HEADING-CODE.
           MOVE CATALOG-COURSE-TITLE TO COURSE-HEADING-TITLE.
           MOVE "CREDIT HOURS " TO COURSE-HEADING-HOURS-LABEL.
           MOVE CATALOG-CREDIT-HOURS TO COURSE-HEADING-HOURS.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM PRINT-CLASS-STUDENTS.
           IF CLASS-ENROLLED-COUNT = ZERO
               ADD 1 TO EMPTY-COURSES
               MOVE "    NO STUDENTS ENROLLED" TO PRINT-LINE-WORK
               PERFORM WRITE-PRINT-LINE
           END-IF.
           PERFORM PRINT-SEATS-LINE.
           PERFORM PRINT-CLASS-WAITLIST.
       PRINT-UNCATALOGED-CLASS.
           MOVE SORT-COURSE-CODE TO CLASS-COURSE-CODE.
           ADD 1 TO UNCATALOGED-COURSES.
           MOVE SPACES TO COURSE-HEADING-LINE.
           MOVE SORT-COURSE-CODE TO COURSE-HEADING-CODE.
           MOVE "*** NOT IN CATALOG FOR TERM ***"
               TO COURSE-HEADING-TITLE.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM PRINT-CLASS-STUDENTS.
           PERFORM PRINT-CLASS-WAITLIST.
       PRINT-CLASS-STUDENTS.
           MOVE ZERO TO CLASS-ENROLLED-COUNT.
           PERFORM PRINT-CLASS-STUDENT
           UNTIL SORT-EOF-SW = 'Y'
               OR SORT-COURSE-CODE NOT = CLASS-COURSE-CODE.
       PRINT-CLASS-STUDENT.
           ADD 1 TO CLASS-ENROLLED-COUNT.
           ADD 1 TO ENROLLMENTS-LISTED.
           ADD SORT-CREDIT-HOURS TO CREDIT-HOURS-LISTED.
           MOVE CLASS-ENROLLED-COUNT TO DETAIL-SEQUENCE.
           MOVE SORT-STUDENT-NUMBER TO DETAIL-STUDENT-NUMBER.
           MOVE SORT-STUDENT-NAME TO DETAIL-STUDENT-NAME.
           MOVE SORT-CREDIT-HOURS TO DETAIL-CREDIT-HOURS.
           MOVE SORT-FINAL-GRADE TO DETAIL-FINAL-GRADE.
           MOVE STUDENT-DETAIL-LINE TO PRINT-LINE-WORK.
           PERFORM WRITE-PRINT-LINE.
           PERFORM RETURN-SORTED-ENROLLMENT.
       PRINT-SEATS-LINE.
      *    The catalog's seats-filled count is kept by the
      *    registration program as students come and go; when it no
      *    longer agrees with the students actually listed, the
      *    registrar is told so on the page.
           IF CATALOG-SEATS-FILLED IS NUMERIC
               MOVE CATALOG-SEATS-FILLED TO SEATS-FILLED-WORK
           ELSE
               MOVE ZERO TO SEATS-FILLED-WORK
           END-IF.
           MOVE SEATS-FILLED-WORK TO SEATS-FILLED-EDIT.
           MOVE CATALOG-SEAT-CAPACITY TO SEATS-CAPACITY-EDIT.
           MOVE CLASS-ENROLLED-COUNT TO SEATS-LISTED-EDIT.
           MOVE SPACES TO SEATS-NOTE.
           IF SEATS-FILLED-WORK NOT = CLASS-ENROLLED-COUNT
               MOVE "SEAT COUNT DIFFERS FROM LIST" TO SEATS-NOTE
           ELSE
               IF CLASS-ENROLLED-COUNT NOT < CATALOG-SEAT-CAPACITY
                   MOVE "SECTION FULL" TO SEATS-NOTE
               END-IF
           END-IF.
           MOVE SPACES TO PRINT-LINE-WORK.
           PERFORM WRITE-PRINT-LINE.
           MOVE SEATS-LINE TO PRINT-LINE-WORK.
           PERFORM WRITE-PRINT-LINE.
       PRINT-CLASS-WAITLIST.
           MOVE SPACES TO PRINT-LINE-WORK.
           PERFORM WRITE-PRINT-LINE.
           MOVE "    WAITLIST IN PROMOTION ORDER" TO PRINT-LINE-WORK.
           PERFORM WRITE-PRINT-LINE.
           MOVE ZERO TO CLASS-WAITLIST-COUNT.
           IF WAITLIST-OPEN-SW = 'Y'
               MOVE 'N' TO WAITLIST-END-SW
               MOVE CLASS-COURSE-CODE TO WAITLIST-COURSE-CODE
               MOVE ZERO TO WAITLIST-SEQUENCE
               START COURSE-WAITLIST-FILE
                   KEY IS >= WAITLIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WAITLIST-END-SW
               END-START
               IF WAITLIST-END-SW = 'N'
                   PERFORM READ-NEXT-WAITLIST-ENTRY
               END-IF
               PERFORM PRINT-WAITLIST-ENTRY
               UNTIL WAITLIST-END-SW = 'Y'
           END-IF.
           IF CLASS-WAITLIST-COUNT = ZERO
               MOVE "    NO ONE WAITING" TO PRINT-LINE-WORK
               PERFORM WRITE-PRINT-LINE
           END-IF.
       READ-NEXT-WAITLIST-ENTRY.
           READ COURSE-WAITLIST-FILE NEXT RECORD.
           IF COURSE-WAITLIST-STATUS NOT = '00'
               MOVE 'Y' TO WAITLIST-END-SW
           ELSE
               IF WAITLIST-COURSE-CODE NOT = CLASS-COURSE-CODE
                   MOVE 'Y' TO WAITLIST-END-SW
               END-IF
           END-IF.
       PRINT-WAITLIST-ENTRY.
           ADD 1 TO CLASS-WAITLIST-COUNT.
           ADD 1 TO WAITLISTED-LISTED.
           MOVE WAITLIST-STUDENT-NUMBER TO STUDENT-NUMBER.
           PERFORM FIND-STUDENT-NAME.
           MOVE CLASS-WAITLIST-COUNT TO WAITLIST-POSITION.
           MOVE WAITLIST-STUDENT-NUMBER TO WAITLIST-DETAIL-NUMBER.
           MOVE STUDENT-NAME-WORK TO WAITLIST-DETAIL-NAME.
           MOVE WAITLIST-DETAIL-LINE TO PRINT-LINE-WORK.
           PERFORM WRITE-PRINT-LINE.
           PERFORM READ-NEXT-WAITLIST-ENTRY.
       WRITE-PRINT-LINE.
      *    A class that runs past the page carries its course heading
      *    onto the next one.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF.
           WRITE REPORT-LINE FROM PRINT-LINE-WORK.
           ADD 1 TO LINE-COUNT.
       WRITE-REPORT-HEADINGS.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO HEADING-PAGE-NUMBER.
           IF PAGE-NUMBER > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               BEFORE ADVANCING PAGE
           END-IF.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COURSE-HEADING-LINE.
           IF PRINTING-TOTALS-SW = 'N'
               WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO LINE-COUNT.
       PRINT-RUN-TOTALS.
           MOVE 'Y' TO PRINTING-TOTALS-SW.
           MOVE SPACES TO COURSE-HEADING-LINE.
           MOVE "RUN TOTALS" TO COURSE-HEADING-TITLE.
           PERFORM WRITE-REPORT-HEADINGS.
           MOVE "COURSES LISTED" TO TOTAL-LABEL.
           MOVE COURSES-LISTED TO TOTAL-FIGURE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "COURSES WITH NO STUDENTS" TO TOTAL-LABEL.
           MOVE EMPTY-COURSES TO TOTAL-FIGURE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "COURSES NOT IN CATALOG FOR TERM" TO TOTAL-LABEL.
           MOVE UNCATALOGED-COURSES TO TOTAL-FIGURE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ENROLLMENTS LISTED" TO TOTAL-LABEL.
           MOVE ENROLLMENTS-LISTED TO TOTAL-FIGURE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CREDIT HOURS LISTED" TO TOTAL-LABEL.
           MOVE CREDIT-HOURS-LISTED TO TOTAL-FIGURE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "STUDENTS WAITLISTED" TO TOTAL-LABEL.
           MOVE WAITLISTED-LISTED TO TOTAL-FIGURE.
           PERFORM WRITE-TOTAL-LINE.
           IF CENSUS-MODE-SW = 'Y'
               MOVE SPACES TO PRINT-LINE-WORK
               PERFORM WRITE-PRINT-LINE
               MOVE "CENSUS SNAPSHOT HEADCOUNT" TO TOTAL-LABEL
               MOVE CENSUS-HEADCOUNT-WORK TO TOTAL-FIGURE
               PERFORM WRITE-TOTAL-LINE
               MOVE "CENSUS SNAPSHOT ENROLLMENTS" TO TOTAL-LABEL
               MOVE CENSUS-ENROLLMENTS-WORK TO TOTAL-FIGURE
               PERFORM WRITE-TOTAL-LINE
               MOVE "CENSUS SNAPSHOT CREDIT HOURS" TO TOTAL-LABEL
               MOVE CENSUS-HOURS-WORK TO TOTAL-FIGURE
               PERFORM WRITE-TOTAL-LINE
           END-IF.
       WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINT-LINE-WORK.
           PERFORM WRITE-PRINT-LINE.
       DISPLAY-CLASS-LIST-TOTALS.
           DISPLAY "Class lists for term " TERM-INPUT
                   " written to CLASS-LISTS.TXT.".
           DISPLAY "  Courses listed         : " COURSES-LISTED.
           DISPLAY "  Not in catalog for term: " UNCATALOGED-COURSES.
           DISPLAY "  Enrollments listed     : " ENROLLMENTS-LISTED.
           IF COURSES-LISTED = ZERO
               DISPLAY "  The catalog offers no courses in term "
                       TERM-INPUT "."
           END-IF.
           IF CENSUS-MODE-SW = 'Y'
               DISPLAY "Census snapshot for term " TERM-INPUT
                       " frozen as of " RUN-DATE-WORK ": headcount "
                       CENSUS-HEADCOUNT-WORK ", enrollments "
                       CENSUS-ENROLLMENTS-WORK ", credit hours "
                       CENSUS-HOURS-WORK "."
           END-IF.
       CLOSE-CLASS-LIST-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE COURSE-CATALOG-FILE.
           IF WAITLIST-OPEN-SW = 'Y'
               CLOSE COURSE-WAITLIST-FILE
           END-IF.
           CLOSE CLASS-LIST-REPORT-OUT.
       END PROGRAM CLASS-LISTS.
