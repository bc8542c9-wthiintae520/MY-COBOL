      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Annual tuition tax information (1098-T) run. For the
      *          operator-supplied calendar year, every student's
      *          qualified tuition billed is gathered from the course
      *          charges assessed in that year - ASSESSED-CREDIT-CHARGE
      *          on STUDENT-RECORDS.TXT, the closing-term charges the
      *          term rollover kept on TERM-CHARGE-HISTORY.TXT, and the
      *          last charge of every student archived to
      *          STUDENT-HISTORY.TXT - and the scholarships and grants
      *          received are the type 'A' aid credits on
      *          PAYMENT-LEDGER.TXT whose LEDGER-POSTING-DATE falls in
      *          the year. Departed students are reported like anyone
      *          else. Each student with anything to report gets a
      *          detail record on the filing extract, headed and
      *          trailed with counts and dollar totals, and a printed
      *          student copy addressed from the STUDENT-ADDRESSES
      *          master; a copy with no address on file is flagged on
      *          the page and counted for the bursar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-TAX-REPORTING.

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

           SELECT STUDENT-HISTORY-FILE-IN
           ASSIGN TO "F:\STUDENT-HISTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-HISTORY-STATUS.

           SELECT TERM-CHARGE-HISTORY-FILE-IN
           ASSIGN TO "F:\TERM-CHARGE-HISTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-CHARGE-HISTORY-STATUS.

           SELECT PAYMENT-LEDGER-FILE-IN
           ASSIGN TO "F:\PAYMENT-LEDGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-LEDGER-STATUS.

           SELECT STUDENT-ADDRESS-FILE
           ASSIGN TO "F:\STUDENT-ADDRESSES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADDRESS-STUDENT-NUMBER
           FILE STATUS IS STUDENT-ADDRESS-STATUS.

           SELECT TAX-EXTRACT-OUT
           ASSIGN TO "F:\TUITION-1098T-EXTRACT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAX-EXTRACT-STATUS.

           SELECT STUDENT-COPY-PRINT-OUT
           ASSIGN TO "F:\TUITION-1098T-COPIES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-COPY-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE-IN.
           COPY STUDCPY.

       FD STUDENT-HISTORY-FILE-IN.
      *    Flat archive of roster records retired at term end, in the
      *    layout the term rollover writes.
       01 STUDENT-HISTORY-RECORD.
           05 HISTORY-STUDENT-NUMBER PIC 9(6).
           05 HISTORY-TUITION-OWED PIC 9(6).
           05 HISTORY-STUDENT-NAME PIC X(30).
           05 HISTORY-ENROLLMENT-STATUS PIC X(1).
           05 HISTORY-ACADEMIC-TERM PIC X(6).
           05 HISTORY-PAYMENTS-RECEIVED PIC 9(6).
           05 HISTORY-CHARGE-DATE PIC 9(8).
           05 HISTORY-FINANCIAL-HOLD-FLAG PIC X(1).
           05 HISTORY-ASSESSED-CREDIT-CHARGE PIC 9(6).
           05 HISTORY-AID-RECEIVED PIC 9(6).
           05 HISTORY-ARCHIVE-DATE PIC 9(8).

       FD TERM-CHARGE-HISTORY-FILE-IN.
           COPY TCHGCPY.

       FD PAYMENT-LEDGER-FILE-IN.
           COPY PAYLCPY.

       FD STUDENT-ADDRESS-FILE.
           COPY ADDRCPY.

       FD TAX-EXTRACT-OUT.
      *    The filing extract: one header, one detail per reported
      *    student, and a trailer carrying the detail count and the
      *    dollar totals so the receiving side can prove the file.
       01 TAX-EXTRACT-RECORD.
           05 EXTRACT-RECORD-TYPE PIC X(1).
               88 EXTRACT-HEADER VALUE 'H'.
               88 EXTRACT-DETAIL VALUE 'D'.
               88 EXTRACT-TRAILER VALUE 'T'.
           05 EXTRACT-RECORD-DATA PIC X(115).
           05 EXTRACT-HEADER-DATA REDEFINES EXTRACT-RECORD-DATA.
               10 EXTRACT-TAX-YEAR PIC 9(4).
               10 EXTRACT-RUN-DATE PIC 9(8).
               10 FILLER PIC X(103).
           05 EXTRACT-DETAIL-DATA REDEFINES EXTRACT-RECORD-DATA.
               10 EXTRACT-STUDENT-NUMBER PIC 9(6).
               10 EXTRACT-STUDENT-NAME PIC X(30).
               10 EXTRACT-ADDRESS-STREET PIC X(30).
               10 EXTRACT-ADDRESS-CITY PIC X(20).
               10 EXTRACT-ADDRESS-STATE PIC X(2).
               10 EXTRACT-ADDRESS-POSTAL PIC X(10).
               10 EXTRACT-TUITION-BILLED PIC 9(7).
               10 EXTRACT-GRANTS-RECEIVED PIC 9(7).
               10 EXTRACT-DEPARTED-FLAG PIC X(1).
               10 FILLER PIC X(2).
           05 EXTRACT-TRAILER-DATA REDEFINES EXTRACT-RECORD-DATA.
               10 EXTRACT-TRAILER-COUNT PIC 9(6).
               10 EXTRACT-TRAILER-BILLED PIC 9(9).
               10 EXTRACT-TRAILER-GRANTS PIC 9(9).
               10 FILLER PIC X(91).

       FD STUDENT-COPY-PRINT-OUT.
       01 STUDENT-COPY-PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 STUDENT-HISTORY-STATUS PIC X(2).
           05 TERM-CHARGE-HISTORY-STATUS PIC X(2).
           05 PAYMENT-LEDGER-STATUS PIC X(2).
           05 STUDENT-ADDRESS-STATUS PIC X(2).
           05 TAX-EXTRACT-STATUS PIC X(2).
           05 STUDENT-COPY-PRINT-STATUS PIC X(2).
           05 ADDRESS-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 ADDRESS-FOUND-SW PIC X(1).
           05 TAX-YEAR-INPUT PIC X(4).
           05 RUN-DATE-WORK PIC 9(8).
           05 TAX-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
           05 TAX-TABLE-FULL-SW PIC X(1) VALUE 'N'.
           05 STUDENT-FOUND-SW PIC X(1).
           05 STUDENT-FOUND-INDEX PIC 9(4) COMP VALUE ZERO.
           05 LOOKUP-STUDENT-NUMBER PIC 9(6) VALUE ZERO.
           05 LOOKUP-STUDENT-NAME PIC X(30).
           05 LOOKUP-ACTIVITY-DATE PIC 9(8) VALUE ZERO.
           05 BEST-DEPARTED-DATE PIC 9(8) VALUE ZERO.

      *    A student still on the roster has not departed; the high
      *    date keeps them the owner of any activity after the last
      *    archive of a departed student who held the same number.
       01 STILL-ENROLLED-DATE PIC 9(8) VALUE 99999999.

       01 TAX-TABLE-AREA.
      *    One entry per student who could have activity in the tax
      *    year: everyone on the roster, and everyone archived during
      *    or after it. A number freed by the rollover and given to a
      *    new student keeps the two people apart; the archive date
      *    decides whose a ledger entry or term charge was. 1000
      *    entries, twice the roster capacity the proof run carries.
           05 TAX-TABLE-ENTRY OCCURS 1000 TIMES
              INDEXED BY TAX-TABLE-IDX.
               10 TABLE-STUDENT-NUMBER PIC 9(6).
               10 TABLE-STUDENT-NAME PIC X(30).
               10 TABLE-DEPARTED-DATE PIC 9(8).
               10 TABLE-TUITION-BILLED PIC 9(7).
               10 TABLE-GRANTS-RECEIVED PIC 9(7).

       01 TAX-TOTAL-FIELDS.
           05 STUDENTS-REPORTED-COUNT PIC 9(6) VALUE ZERO.
           05 DEPARTED-REPORTED-COUNT PIC 9(6) VALUE ZERO.
           05 STUDENTS-NO-ADDRESS-COUNT PIC 9(6) VALUE ZERO.
           05 UNMATCHED-ACTIVITY-COUNT PIC 9(6) VALUE ZERO.
           05 TOTAL-TUITION-BILLED PIC 9(9) VALUE ZERO.
           05 TOTAL-GRANTS-RECEIVED PIC 9(9) VALUE ZERO.

       01 COPY-HEADING-LINE.
           05 FILLER PIC X(42)
              VALUE "FORM 1098-T TUITION STATEMENT    TAX YEAR ".
           05 HEADING-TAX-YEAR PIC X(4).

       01 COPY-SUBHEADING-LINE.
           05 FILLER PIC X(40)
              VALUE "STUDENT COPY - KEEP FOR YOUR TAX RECORDS".

       01 COPY-NAME-LINE.
           05 FILLER PIC X(20) VALUE "STUDENT NAME      : ".
           05 COPY-STUDENT-NAME PIC X(30).

       01 COPY-NUMBER-LINE.
           05 FILLER PIC X(20) VALUE "STUDENT NUMBER    : ".
           05 COPY-STUDENT-NUMBER PIC 9(6).

       01 COPY-STREET-LINE.
           05 FILLER PIC X(20) VALUE "MAILING ADDRESS   : ".
           05 COPY-ADDRESS-STREET PIC X(30).

       01 COPY-CITY-LINE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 COPY-ADDRESS-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 COPY-ADDRESS-STATE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 COPY-ADDRESS-POSTAL PIC X(10).

       01 NO-ADDRESS-FLAG-LINE.
           05 FILLER PIC X(38) VALUE
              "*** NO ADDRESS ON FILE - STUDENT COPY ".
           05 FILLER PIC X(20) VALUE "CANNOT BE MAILED ***".

       01 COPY-BILLED-LINE.
           05 FILLER PIC X(36)
              VALUE "QUALIFIED TUITION BILLED         : ".
           05 COPY-TUITION-BILLED PIC Z,ZZZ,ZZ9.

       01 COPY-GRANTS-LINE.
           05 FILLER PIC X(36)
              VALUE "SCHOLARSHIPS OR GRANTS RECEIVED  : ".
           05 COPY-GRANTS-RECEIVED PIC Z,ZZZ,ZZ9.

       01 COPY-NOTE-LINE-1.
           05 FILLER PIC X(60) VALUE
              "AMOUNTS SHOWN ARE TUITION BILLED AND AID CREDITED TO".

       01 COPY-NOTE-LINE-2.
           05 FILLER PIC X(60) VALUE
              "YOUR STUDENT ACCOUNT DURING THE CALENDAR YEAR ABOVE.".

       PROCEDURE DIVISION.
       PRODUCE-TUITION-TAX-REPORTING.
           PERFORM PROMPT-FOR-TAX-YEAR.
           PERFORM LOAD-DEPARTED-STUDENTS.
           PERFORM LOAD-ROSTER-STUDENTS.
           IF TAX-TABLE-FULL-SW = 'Y'
               DISPLAY "The extract would be incomplete and was not "
                       "written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FOLD-IN-TERM-CHARGES.
           PERFORM FOLD-IN-AID-CREDITS.
           PERFORM OPEN-TAX-OUTPUT-FILES.
           PERFORM WRITE-EXTRACT-HEADER.
           PERFORM REPORT-ONE-STUDENT
           VARYING TAX-TABLE-IDX FROM 1 BY 1
           UNTIL TAX-TABLE-IDX > TAX-TABLE-COUNT.
           PERFORM WRITE-EXTRACT-TRAILER.
           PERFORM DISPLAY-TAX-TOTALS.
           PERFORM CLOSE-TAX-OUTPUT-FILES.
           STOP RUN.
       PROMPT-FOR-TAX-YEAR.
           DISPLAY "Enter tax year(e.g. 2026): ".
           ACCEPT TAX-YEAR-INPUT.
           IF TAX-YEAR-INPUT IS NOT NUMERIC
               DISPLAY "Tax year must be four digits - run "
                       "abandoned."
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
       LOAD-DEPARTED-STUDENTS.
      *    No history yet only means nobody has been archived. A
      *    student archived before the tax year began can have had
      *    no activity in it and is passed over.
           OPEN INPUT STUDENT-HISTORY-FILE-IN.
           IF STUDENT-HISTORY-STATUS = '00'
               PERFORM READ-STUDENT-HISTORY-RECORD
               PERFORM LOAD-ONE-DEPARTED-STUDENT
               UNTIL STUDENT-HISTORY-STATUS = '10'
                   OR TAX-TABLE-FULL-SW = 'Y'
               CLOSE STUDENT-HISTORY-FILE-IN
           END-IF.
       READ-STUDENT-HISTORY-RECORD.
           READ STUDENT-HISTORY-FILE-IN.
       LOAD-ONE-DEPARTED-STUDENT.
           IF HISTORY-ARCHIVE-DATE (1:4) NOT < TAX-YEAR-INPUT
               PERFORM ADD-DEPARTED-STUDENT
           END-IF.
           PERFORM READ-STUDENT-HISTORY-RECORD.
       ADD-DEPARTED-STUDENT.
      *    The same person archived twice - withdrawn, re-entered
      *    under the old number, and withdrawn again - is one
      *    student; the later archive date carries forward.
           MOVE HISTORY-STUDENT-NUMBER TO LOOKUP-STUDENT-NUMBER.
           MOVE HISTORY-STUDENT-NAME TO LOOKUP-STUDENT-NAME.
           PERFORM FIND-SAME-STUDENT-IN-TABLE.
           IF STUDENT-FOUND-SW = 'N'
               PERFORM ADD-STUDENT-TO-TABLE
           END-IF.
           IF STUDENT-FOUND-SW = 'Y'
               SET TAX-TABLE-IDX TO STUDENT-FOUND-INDEX
               MOVE HISTORY-ARCHIVE-DATE
                   TO TABLE-DEPARTED-DATE (TAX-TABLE-IDX)
               IF HISTORY-CHARGE-DATE (1:4) = TAX-YEAR-INPUT
                   ADD HISTORY-ASSESSED-CREDIT-CHARGE
                       TO TABLE-TUITION-BILLED (TAX-TABLE-IDX)
               END-IF
           END-IF.
       LOAD-ROSTER-STUDENTS.
           OPEN INPUT STUDENT-RECORDS-FILE-IN.
           IF STUDENT-RECORD-FILE-STATUS NOT = '00'
               DISPLAY "STUDENT-RECORDS.TXT could not be opened, "
                       "file status " STUDENT-RECORD-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-STUDENT-RECORD.
           PERFORM LOAD-ONE-ROSTER-STUDENT
           UNTIL STUDENT-RECORD-FILE-STATUS = '10'
               OR TAX-TABLE-FULL-SW = 'Y'.
           CLOSE STUDENT-RECORDS-FILE-IN.
       READ-STUDENT-RECORD.
           READ STUDENT-RECORDS-FILE-IN.
       LOAD-ONE-ROSTER-STUDENT.
      *    A returning student re-entered under their old number and
      *    name picks up the entry their archive left, so the year
      *    is reported on one copy.
           MOVE STUDENT-NUMBER TO LOOKUP-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO LOOKUP-STUDENT-NAME.
           PERFORM FIND-SAME-STUDENT-IN-TABLE.
           IF STUDENT-FOUND-SW = 'N'
               PERFORM ADD-STUDENT-TO-TABLE
           END-IF.
           IF STUDENT-FOUND-SW = 'Y'
               SET TAX-TABLE-IDX TO STUDENT-FOUND-INDEX
               MOVE STILL-ENROLLED-DATE
                   TO TABLE-DEPARTED-DATE (TAX-TABLE-IDX)
               IF ASSESSED-CREDIT-CHARGE IS NUMERIC
                   AND CHARGE-DATE (1:4) = TAX-YEAR-INPUT
                   ADD ASSESSED-CREDIT-CHARGE
                       TO TABLE-TUITION-BILLED (TAX-TABLE-IDX)
               END-IF
           END-IF.
           PERFORM READ-STUDENT-RECORD.
       ADD-STUDENT-TO-TABLE.
      *    Leaves STUDENT-FOUND-SW/-INDEX pointing at the new entry,
      *    or 'N' when there is no room for it.
           IF TAX-TABLE-COUNT >= 1000
               MOVE 'Y' TO TAX-TABLE-FULL-SW
               DISPLAY "TAX-TABLE-AREA is full at 1000 students."
           ELSE
               ADD 1 TO TAX-TABLE-COUNT
               SET TAX-TABLE-IDX TO TAX-TABLE-COUNT
               MOVE LOOKUP-STUDENT-NUMBER
                   TO TABLE-STUDENT-NUMBER (TAX-TABLE-IDX)
               MOVE LOOKUP-STUDENT-NAME
                   TO TABLE-STUDENT-NAME (TAX-TABLE-IDX)
               MOVE ZERO TO TABLE-DEPARTED-DATE (TAX-TABLE-IDX)
               MOVE ZERO TO TABLE-TUITION-BILLED (TAX-TABLE-IDX)
               MOVE ZERO TO TABLE-GRANTS-RECEIVED (TAX-TABLE-IDX)
               MOVE 'Y' TO STUDENT-FOUND-SW
               MOVE TAX-TABLE-COUNT TO STUDENT-FOUND-INDEX
           END-IF.
       FIND-SAME-STUDENT-IN-TABLE.
           MOVE 'N' TO STUDENT-FOUND-SW.
           MOVE ZERO TO STUDENT-FOUND-INDEX.
           PERFORM CHECK-SAME-STUDENT
           VARYING TAX-TABLE-IDX FROM 1 BY 1
           UNTIL TAX-TABLE-IDX > TAX-TABLE-COUNT
               OR STUDENT-FOUND-SW = 'Y'.
       CHECK-SAME-STUDENT.
           IF LOOKUP-STUDENT-NUMBER
               = TABLE-STUDENT-NUMBER (TAX-TABLE-IDX)
               AND LOOKUP-STUDENT-NAME
               = TABLE-STUDENT-NAME (TAX-TABLE-IDX)
               MOVE 'Y' TO STUDENT-FOUND-SW
               SET STUDENT-FOUND-INDEX TO TAX-TABLE-IDX
           END-IF.
       FIND-ACTIVITY-OWNER.
      *    The owner of activity dated LOOKUP-ACTIVITY-DATE is the
      *    holder of the number who departed soonest on or after
      *    that date - the roster student if nobody did.
           MOVE 'N' TO STUDENT-FOUND-SW.
           MOVE ZERO TO STUDENT-FOUND-INDEX.
           MOVE ZERO TO BEST-DEPARTED-DATE.
           PERFORM CHECK-ONE-OWNER-CANDIDATE
           VARYING TAX-TABLE-IDX FROM 1 BY 1
           UNTIL TAX-TABLE-IDX > TAX-TABLE-COUNT.
       CHECK-ONE-OWNER-CANDIDATE.
           IF LOOKUP-STUDENT-NUMBER
               = TABLE-STUDENT-NUMBER (TAX-TABLE-IDX)
               AND TABLE-DEPARTED-DATE (TAX-TABLE-IDX)
               NOT < LOOKUP-ACTIVITY-DATE
               IF STUDENT-FOUND-SW = 'N'
                   OR TABLE-DEPARTED-DATE (TAX-TABLE-IDX)
                   < BEST-DEPARTED-DATE
                   MOVE 'Y' TO STUDENT-FOUND-SW
                   SET STUDENT-FOUND-INDEX TO TAX-TABLE-IDX
                   MOVE TABLE-DEPARTED-DATE (TAX-TABLE-IDX)
                       TO BEST-DEPARTED-DATE
               END-IF
           END-IF.
       FOLD-IN-TERM-CHARGES.
      *    Each closing-term charge the rollover settled belongs to
      *    whoever held the number on the day of that rollover.
           OPEN INPUT TERM-CHARGE-HISTORY-FILE-IN.
           IF TERM-CHARGE-HISTORY-STATUS = '00'
               PERFORM READ-TERM-CHARGE-RECORD
               PERFORM FOLD-ONE-TERM-CHARGE
               UNTIL TERM-CHARGE-HISTORY-STATUS = '10'
               CLOSE TERM-CHARGE-HISTORY-FILE-IN
           END-IF.
       READ-TERM-CHARGE-RECORD.
           READ TERM-CHARGE-HISTORY-FILE-IN.
       FOLD-ONE-TERM-CHARGE.
           IF TERM-CHARGE-DATE (1:4) = TAX-YEAR-INPUT
               MOVE TERM-CHARGE-STUDENT-NUMBER
                   TO LOOKUP-STUDENT-NUMBER
               MOVE TERM-CHARGE-ARCHIVE-DATE TO LOOKUP-ACTIVITY-DATE
               PERFORM FIND-ACTIVITY-OWNER
               IF STUDENT-FOUND-SW = 'Y'
                   SET TAX-TABLE-IDX TO STUDENT-FOUND-INDEX
                   ADD TERM-CHARGE-ASSESSED
                       TO TABLE-TUITION-BILLED (TAX-TABLE-IDX)
               ELSE
                   ADD 1 TO UNMATCHED-ACTIVITY-COUNT
                   DISPLAY "Term charge for student number "
                           TERM-CHARGE-STUDENT-NUMBER " term "
                           TERM-CHARGE-ACADEMIC-TERM
                           " has no roster or history record."
               END-IF
           END-IF.
           PERFORM READ-TERM-CHARGE-RECORD.
       FOLD-IN-AID-CREDITS.
      *    Only a type 'A' aid credit is a scholarship or grant. An
      *    entry written before the type byte existed begins with a
      *    digit of the student number and is an old cash payment;
      *    the settlement entries the rollover writes are
      *    bookkeeping, not aid received.
           OPEN INPUT PAYMENT-LEDGER-FILE-IN.
           IF PAYMENT-LEDGER-STATUS = '00'
               PERFORM READ-LEDGER-RECORD
               PERFORM FOLD-ONE-LEDGER-RECORD
               UNTIL PAYMENT-LEDGER-STATUS = '10'
               CLOSE PAYMENT-LEDGER-FILE-IN
           END-IF.
       READ-LEDGER-RECORD.
           READ PAYMENT-LEDGER-FILE-IN.
       FOLD-ONE-LEDGER-RECORD.
           IF LEDGER-AID-CREDIT
               AND LEDGER-POSTING-DATE (1:4) = TAX-YEAR-INPUT
               MOVE LEDGER-STUDENT-NUMBER TO LOOKUP-STUDENT-NUMBER
               MOVE LEDGER-POSTING-DATE TO LOOKUP-ACTIVITY-DATE
               PERFORM FIND-ACTIVITY-OWNER
               IF STUDENT-FOUND-SW = 'Y'
                   SET TAX-TABLE-IDX TO STUDENT-FOUND-INDEX
                   ADD LEDGER-PAYMENT-AMOUNT
                       TO TABLE-GRANTS-RECEIVED (TAX-TABLE-IDX)
               ELSE
                   ADD 1 TO UNMATCHED-ACTIVITY-COUNT
                   DISPLAY "Aid credit for student number "
                           LEDGER-STUDENT-NUMBER " posted "
                           LEDGER-POSTING-DATE
                           " has no roster or history record."
               END-IF
           END-IF.
           PERFORM READ-LEDGER-RECORD.
       OPEN-TAX-OUTPUT-FILES.
           OPEN OUTPUT TAX-EXTRACT-OUT.
           OPEN OUTPUT STUDENT-COPY-PRINT-OUT.
           PERFORM OPEN-STUDENT-ADDRESS-FILE.
       OPEN-STUDENT-ADDRESS-FILE.
      *    No address master at all means every copy gets flagged,
      *    which is exactly the nudge to build one.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF STUDENT-ADDRESS-STATUS = '00'
               MOVE 'Y' TO ADDRESS-FILE-OPEN-SW
           END-IF.
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           SET EXTRACT-HEADER TO TRUE.
           MOVE TAX-YEAR-INPUT TO EXTRACT-TAX-YEAR.
           MOVE RUN-DATE-WORK TO EXTRACT-RUN-DATE.
           WRITE TAX-EXTRACT-RECORD.
       REPORT-ONE-STUDENT.
      *    A student with neither tuition billed nor aid received in
      *    the year has nothing to report.
           IF TABLE-TUITION-BILLED (TAX-TABLE-IDX) > ZERO
               OR TABLE-GRANTS-RECEIVED (TAX-TABLE-IDX) > ZERO
               PERFORM LOOKUP-STUDENT-ADDRESS
               PERFORM WRITE-EXTRACT-DETAIL
               PERFORM WRITE-STUDENT-COPY-PAGE
               ADD 1 TO STUDENTS-REPORTED-COUNT
               IF TABLE-DEPARTED-DATE (TAX-TABLE-IDX)
                   NOT = STILL-ENROLLED-DATE
                   ADD 1 TO DEPARTED-REPORTED-COUNT
               END-IF
               ADD TABLE-TUITION-BILLED (TAX-TABLE-IDX)
                   TO TOTAL-TUITION-BILLED
               ADD TABLE-GRANTS-RECEIVED (TAX-TABLE-IDX)
                   TO TOTAL-GRANTS-RECEIVED
           END-IF.
       LOOKUP-STUDENT-ADDRESS.
           MOVE 'N' TO ADDRESS-FOUND-SW.
           IF ADDRESS-FILE-OPEN-SW = 'Y'
               MOVE TABLE-STUDENT-NUMBER (TAX-TABLE-IDX)
                   TO ADDRESS-STUDENT-NUMBER
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ADDRESS-FOUND-SW
               END-READ
           END-IF.
           IF ADDRESS-FOUND-SW = 'N'
               ADD 1 TO STUDENTS-NO-ADDRESS-COUNT
           END-IF.
       WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           SET EXTRACT-DETAIL TO TRUE.
           MOVE TABLE-STUDENT-NUMBER (TAX-TABLE-IDX)
               TO EXTRACT-STUDENT-NUMBER.
           MOVE TABLE-STUDENT-NAME (TAX-TABLE-IDX)
               TO EXTRACT-STUDENT-NAME.
           IF ADDRESS-FOUND-SW = 'Y'
               MOVE ADDRESS-STREET TO EXTRACT-ADDRESS-STREET
               MOVE ADDRESS-CITY TO EXTRACT-ADDRESS-CITY
               MOVE ADDRESS-STATE TO EXTRACT-ADDRESS-STATE
               MOVE ADDRESS-POSTAL-CODE TO EXTRACT-ADDRESS-POSTAL
           END-IF.
           MOVE TABLE-TUITION-BILLED (TAX-TABLE-IDX)
               TO EXTRACT-TUITION-BILLED.
           MOVE TABLE-GRANTS-RECEIVED (TAX-TABLE-IDX)
               TO EXTRACT-GRANTS-RECEIVED.
           IF TABLE-DEPARTED-DATE (TAX-TABLE-IDX)
               = STILL-ENROLLED-DATE
               MOVE 'N' TO EXTRACT-DEPARTED-FLAG
           ELSE
               MOVE 'Y' TO EXTRACT-DEPARTED-FLAG
           END-IF.
           WRITE TAX-EXTRACT-RECORD.
       WRITE-STUDENT-COPY-PAGE.
           IF STUDENTS-REPORTED-COUNT > ZERO
               MOVE SPACES TO STUDENT-COPY-PRINT-LINE
               WRITE STUDENT-COPY-PRINT-LINE
               BEFORE ADVANCING PAGE
           END-IF.
           MOVE TAX-YEAR-INPUT TO HEADING-TAX-YEAR.
           WRITE STUDENT-COPY-PRINT-LINE FROM COPY-HEADING-LINE.
           WRITE STUDENT-COPY-PRINT-LINE FROM COPY-SUBHEADING-LINE.
           MOVE SPACES TO STUDENT-COPY-PRINT-LINE.
           WRITE STUDENT-COPY-PRINT-LINE.
           MOVE TABLE-STUDENT-NAME (TAX-TABLE-IDX) TO COPY-STUDENT-NAME.
           WRITE STUDENT-COPY-PRINT-LINE FROM COPY-NAME-LINE.
           MOVE TABLE-STUDENT-NUMBER (TAX-TABLE-IDX)
               TO COPY-STUDENT-NUMBER.
           WRITE STUDENT-COPY-PRINT-LINE FROM COPY-NUMBER-LINE.
           IF ADDRESS-FOUND-SW = 'Y'
               MOVE ADDRESS-STREET TO COPY-ADDRESS-STREET
               WRITE STUDENT-COPY-PRINT-LINE FROM COPY-STREET-LINE
               MOVE ADDRESS-CITY TO COPY-ADDRESS-CITY
               MOVE ADDRESS-STATE TO COPY-ADDRESS-STATE
               MOVE ADDRESS-POSTAL-CODE TO COPY-ADDRESS-POSTAL
               WRITE STUDENT-COPY-PRINT-LINE FROM COPY-CITY-LINE
           ELSE
               WRITE STUDENT-COPY-PRINT-LINE FROM NO-ADDRESS-FLAG-LINE
           END-IF.
           MOVE SPACES TO STUDENT-COPY-PRINT-LINE.
           WRITE STUDENT-COPY-PRINT-LINE.
           MOVE TABLE-TUITION-BILLED (TAX-TABLE-IDX)
               TO COPY-TUITION-BILLED.
           WRITE STUDENT-COPY-PRINT-LINE FROM COPY-BILLED-LINE.
           MOVE TABLE-GRANTS-RECEIVED (TAX-TABLE-IDX)
               TO COPY-GRANTS-RECEIVED.
           WRITE STUDENT-COPY-PRINT-LINE FROM COPY-GRANTS-LINE.
           MOVE SPACES TO STUDENT-COPY-PRINT-LINE.
           WRITE STUDENT-COPY-PRINT-LINE.
           WRITE STUDENT-COPY-PRINT-LINE FROM COPY-NOTE-LINE-1.
           WRITE STUDENT-COPY-PRINT-LINE FROM COPY-NOTE-LINE-2.
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           SET EXTRACT-TRAILER TO TRUE.
           MOVE STUDENTS-REPORTED-COUNT TO EXTRACT-TRAILER-COUNT.
           MOVE TOTAL-TUITION-BILLED TO EXTRACT-TRAILER-BILLED.
           MOVE TOTAL-GRANTS-RECEIVED TO EXTRACT-TRAILER-GRANTS.
           WRITE TAX-EXTRACT-RECORD.
       DISPLAY-TAX-TOTALS.
           DISPLAY "Students reported : " STUDENTS-REPORTED-COUNT.
           DISPLAY "  departed        : " DEPARTED-REPORTED-COUNT.
           DISPLAY "Tuition billed    : " TOTAL-TUITION-BILLED.
           DISPLAY "Grants received   : " TOTAL-GRANTS-RECEIVED.
           DISPLAY "Copies, no address: " STUDENTS-NO-ADDRESS-COUNT.
           DISPLAY "Unmatched activity: " UNMATCHED-ACTIVITY-COUNT.
       CLOSE-TAX-OUTPUT-FILES.
           CLOSE TAX-EXTRACT-OUT.
           CLOSE STUDENT-COPY-PRINT-OUT.
           IF ADDRESS-FILE-OPEN-SW = 'Y'
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
       END PROGRAM TUITION-TAX-REPORTING.
