      *          catalog instead of the keyboard, and a section at
      *          its seat capacity is refused with the offer of a
      *          waitlist position that is promoted automatically
      *          when a drop frees a seat. A drop, or a withdrawal
      *          from every course in the student's term, is refunded
      *          on the term's DROP-DEADLINE-CALENDAR schedule: past
      *          the full-refund deadline the non-refundable share of
      *          the course is recorded on COURSE-DROP-CHARGES.TXT so
      *          the assessment run keeps it on the account. A
      *          student the academic standing run has suspended is
      *          refused new courses the same way a held student is.
      *          The operator signs on against OPERATOR-MASTER.TXT
      *          first; anyone signed on may list a student's courses,
      *          but adds, drops and withdrawals take the registration
      *          authority, with refusals and failed sign-ons going to
      *          SECURITY-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS WAITLIST-KEY
           FILE STATUS IS COURSE-WAITLIST-STATUS.

           SELECT COURSE-DROP-CHARGE-FILE
           ASSIGN TO "F:\COURSE-DROP-CHARGES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DROP-CHARGE-KEY
           FILE STATUS IS DROP-CHARGE-STATUS.

           SELECT DROP-CALENDAR-FILE-IN
           ASSIGN TO "F:\DROP-DEADLINE-CALENDAR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DROP-CALENDAR-STATUS.

           SELECT STUDENT-STANDING-FILE
           ASSIGN TO "F:\STUDENT-STANDING.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STANDING-STUDENT-NUMBER
           FILE STATUS IS STUDENT-STANDING-STATUS.

           SELECT OPERATOR-MASTER-FILE
           ASSIGN TO "F:\OPERATOR-MASTER.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERATOR-MASTER-ID
           FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT SECURITY-LOG-FILE-OUT
           ASSIGN TO "F:\SECURITY-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE-IN.
           COPY CRSECPY.

       FD COURSE-WAITLIST-FILE.
           COPY WAITCPY.

       FD COURSE-DROP-CHARGE-FILE.
           COPY DROPCPY.

       FD DROP-CALENDAR-FILE-IN.
      *    One row per drop deadline in a term: a drop on or before
      *    the deadline date is refunded at that row's percentage,
      *    so a term's rows step down 100, 75, 50 as the weeks go
      *    by. A drop after the term's last deadline refunds nothing.
       01 DROP-CALENDAR-RECORD-IN.
           05 CALENDAR-ACADEMIC-TERM PIC X(6).
           05 CALENDAR-DEADLINE-DATE PIC 9(8).
           05 CALENDAR-REFUND-PERCENT PIC 9(3).

       FD STUDENT-STANDING-FILE.
           COPY STNDCPY.

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WAITLIST-STUDENT-SAVE PIC 9(6) VALUE ZERO.
           05 PROMOTE-DONE-SW PIC X(1).
           05 PROMOTE-CANDIDATE-SW PIC X(1).
           05 DROP-CHARGE-STATUS PIC X(2).
           05 DROP-CALENDAR-STATUS PIC X(2).
           05 CALENDAR-COUNT PIC 9(4) COMP VALUE ZERO.
           05 CALENDAR-FULL-SW PIC X(1) VALUE 'N'.
           05 TERM-ON-CALENDAR-SW PIC X(1).
           05 DROP-DATE-WORK PIC 9(8).
           05 NEAREST-DEADLINE-WORK PIC 9(8).
           05 REFUND-PERCENT-WORK PIC 9(3).
           05 WITHDRAW-COUNT PIC 9(4) COMP VALUE ZERO.
           05 WITHDRAW-FULL-SW PIC X(1).
           05 WITHDRAW-TERM-SAVE PIC X(6).
           05 STUDENT-STANDING-STATUS PIC X(2).
           05 STANDING-FILE-OPEN-SW PIC X(1) VALUE 'N'.
           05 STUDENT-SUSPENDED-SW PIC X(1).
           05 OPERATOR-MASTER-STATUS PIC X(2).
           05 SECURITY-LOG-STATUS PIC X(2).

      *    The operator record read at sign-on stays in the master's
      *    record area for the session, so its authority flags are
      *    tested straight off OPERATOR-RECORD.
       01 SIGN-ON-FIELDS.
           05 SIGNED-ON-OPERATOR-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD-INPUT PIC X(8).
           05 SIGN-ON-ATTEMPTS PIC 9(1) VALUE ZERO.
           05 SIGNED-ON-SW PIC X(1) VALUE 'N'.
           05 REFUSED-FUNCTION-NAME PIC X(20).
           05 SIGN-ON-PROGRAM-NAME PIC X(30)
               VALUE "COURSE-REGISTRATION".

       01 CALENDAR-TABLE-AREA.
      *    The drop-deadline calendar loaded once at sign-on; a dozen
      *    terms of four deadlines each fits with room to spare.
           05 CALENDAR-TABLE-ENTRY OCCURS 60 TIMES
              INDEXED BY CALENDAR-TABLE-IDX.
               10 TABLE-CALENDAR-TERM PIC X(6).
               10 TABLE-DEADLINE-DATE PIC 9(8).
               10 TABLE-REFUND-PERCENT PIC 9(3).

       01 WITHDRAW-TABLE-AREA.
      *    The courses a withdrawing student holds in their term,
      *    gathered before the first drop: each drop can promote a
      *    waitlisted student, which reads another roster record
      *    and moves the enrollment file off the student's run.
           05 WITHDRAW-TABLE-ENTRY OCCURS 20 TIMES
              INDEXED BY WITHDRAW-TABLE-IDX.
               10 TABLE-WITHDRAW-COURSE PIC X(8).

       PROCEDURE DIVISION.
       REGISTER-STUDENT-COURSES.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-REGISTRATION-FILES.
           PERFORM PROMPT-FOR-REGISTRATION-FUNCTION.
           PERFORM PROCESS-REGISTRATION-FUNCTION
               STOP RUN
           END-IF.
           PERFORM OPEN-ENROLLMENT-FILE.
           PERFORM LOAD-DROP-CALENDAR.
           ACCEPT DROP-DATE-WORK FROM DATE YYYYMMDD.
      *    No standing file yet only means the academic standing run
      *    has never rated anyone, so nobody is suspended.
           OPEN INPUT STUDENT-STANDING-FILE.
           IF STUDENT-STANDING-STATUS = '00'
               MOVE 'Y' TO STANDING-FILE-OPEN-SW
           END-IF.
       OPEN-ENROLLMENT-FILE.
      *    An indexed file that has never been created yet still has
      *    to be OPENed OUTPUT once to bring it into existence, the
               CLOSE COURSE-WAITLIST-FILE
               OPEN I-O COURSE-WAITLIST-FILE
           END-IF.
           OPEN I-O COURSE-DROP-CHARGE-FILE.
           IF DROP-CHARGE-STATUS = '05' OR '35'
               OPEN OUTPUT COURSE-DROP-CHARGE-FILE
               CLOSE COURSE-DROP-CHARGE-FILE
               OPEN I-O COURSE-DROP-CHARGE-FILE
           END-IF.
       LOAD-DROP-CALENDAR.
      *    No calendar on file leaves every drop fully refunded, as
      *    before the schedule existed; FIND-DROP-REFUND-PERCENT
      *    says so at the window each time it happens.
           OPEN INPUT DROP-CALENDAR-FILE-IN.
           IF DROP-CALENDAR-STATUS = '00'
               PERFORM READ-DROP-CALENDAR-RECORD
               PERFORM ADD-DEADLINE-TO-TABLE
               UNTIL DROP-CALENDAR-STATUS = '10'
                   OR CALENDAR-FULL-SW = 'Y'
               CLOSE DROP-CALENDAR-FILE-IN
           END-IF.
       READ-DROP-CALENDAR-RECORD.
           READ DROP-CALENDAR-FILE-IN.
       ADD-DEADLINE-TO-TABLE.
           IF CALENDAR-COUNT >= 60
               MOVE 'Y' TO CALENDAR-FULL-SW
               DISPLAY "CALENDAR-TABLE-AREA is full at 60 deadlines; "
                       "remaining calendar records were not loaded."
           ELSE
               ADD 1 TO CALENDAR-COUNT
               SET CALENDAR-TABLE-IDX TO CALENDAR-COUNT
               MOVE CALENDAR-ACADEMIC-TERM
                   TO TABLE-CALENDAR-TERM (CALENDAR-TABLE-IDX)
               MOVE CALENDAR-DEADLINE-DATE
                   TO TABLE-DEADLINE-DATE (CALENDAR-TABLE-IDX)
               MOVE CALENDAR-REFUND-PERCENT
                   TO TABLE-REFUND-PERCENT (CALENDAR-TABLE-IDX)
               PERFORM READ-DROP-CALENDAR-RECORD
           END-IF.
       PROMPT-FOR-REGISTRATION-FUNCTION.
           DISPLAY "A)dd course, D)rop course, W)ithdraw from all, "
                   "L)ist courses, X) exit: ".
           ACCEPT REGISTRATION-FUNCTION.
       PROCESS-REGISTRATION-FUNCTION.
           IF REGISTRATION-FUNCTION = 'X' OR 'x'
               MOVE 'NO' TO MORE-REGISTRATION-SW
           ELSE
      *    Only listing is open to every signed-on operator; the
      *    refusal comes before the student number is asked for.
           IF (REGISTRATION-FUNCTION = 'A' OR 'a' OR 'D' OR 'd'
                   OR 'W' OR 'w')
               AND NOT MAY-REGISTER-COURSES
               MOVE "COURSE REGISTRATION" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
               PERFORM PROMPT-FOR-REGISTRATION-FUNCTION
           ELSE
               PERFORM PROMPT-FOR-STUDENT-NUMBER
               PERFORM LOOKUP-STUDENT-RECORD
               IF RECORD-FOUND-SW = 'Y'
                   PERFORM LOOKUP-STUDENT-STANDING
                   PERFORM APPLY-REGISTRATION-FUNCTION
               ELSE
                   DISPLAY "Student number " STUDENT-NUMBER-INPUT
                           " not found."
               END-IF
               PERFORM PROMPT-FOR-REGISTRATION-FUNCTION
           END-IF
           END-IF.
       APPLY-REGISTRATION-FUNCTION.
      *    The financial hold the delinquency aging run placed is
      *    enforced here: no add, drop, or withdrawal until the
      *    bursar clears the balance and the hold comes off. Listing
      *    stays open so the front desk can still answer what a held
      *    student carries.
           IF FINANCIAL-HOLD-ON
               AND (REGISTRATION-FUNCTION = 'A' OR 'a' OR 'D' OR 'd'
                    OR 'W' OR 'w')
               DISPLAY "Student number " STUDENT-NUMBER " is on "
                       "financial hold - registration refused."
           ELSE
      *    A suspended student may still drop, withdraw, or list;
      *    only taking on new courses is closed to them.
           IF STUDENT-SUSPENDED-SW = 'Y'
               AND (REGISTRATION-FUNCTION = 'A' OR 'a')
               DISPLAY "Student number " STUDENT-NUMBER " is on "
                       "academic suspension - registration refused."
           ELSE
               EVALUATE REGISTRATION-FUNCTION
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-COURSE-ENROLLMENT
                   WHEN 'D' WHEN 'd'
                       PERFORM DROP-COURSE-ENROLLMENT
                   WHEN 'W' WHEN 'w'
                       PERFORM WITHDRAW-FROM-ALL-COURSES
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-COURSE-ENROLLMENTS
                   WHEN OTHER
                       DISPLAY "Unrecognized function."
               END-EVALUATE
           END-IF
           END-IF.
       PROMPT-FOR-STUDENT-NUMBER.
           DISPLAY "Enter student number(6 numbers): ".
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SW
           END-READ.
       LOOKUP-STUDENT-STANDING.
           MOVE 'N' TO STUDENT-SUSPENDED-SW.
           IF STANDING-FILE-OPEN-SW = 'Y'
               MOVE STUDENT-NUMBER TO STANDING-STUDENT-NUMBER
               READ STUDENT-STANDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STANDING-SUSPENDED
                           MOVE 'Y' TO STUDENT-SUSPENDED-SW
                       END-IF
               END-READ
           END-IF.
       ADD-COURSE-ENROLLMENT.
           IF NOT STUDENT-ACTIVE
               DISPLAY "Student number " STUDENT-NUMBER " is not "
               NOT INVALID KEY
                   DISPLAY "Course " COURSE-CODE-INPUT " added for "
                           "student number " STUDENT-NUMBER "."
                   PERFORM CLEAR-RETAINED-DROP-CHARGE
                   PERFORM RAISE-CATALOG-SEAT
           END-WRITE.
       RAISE-CATALOG-SEAT.
               END-IF
           END-IF.
       DROP-COURSE-ENROLLMENT.
      *    The row is read before it is deleted: its hours and term
      *    are what the refund schedule needs if part of the charge
      *    is to stay on the account.
           PERFORM PROMPT-FOR-COURSE-CODE.
           MOVE STUDENT-NUMBER TO ENROLLMENT-STUDENT-NUMBER.
           MOVE COURSE-CODE-INPUT TO ENROLLMENT-COURSE-CODE.
           READ COURSE-ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "Student number " STUDENT-NUMBER " is not "
                           "enrolled in " COURSE-CODE-INPUT "."
               NOT INVALID KEY
                   PERFORM DROP-ONE-ENROLLMENT
           END-READ.
       DROP-ONE-ENROLLMENT.
           PERFORM FIND-DROP-REFUND-PERCENT.
           DELETE COURSE-ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "Student number " STUDENT-NUMBER " is not "
                           "enrolled in " COURSE-CODE-INPUT "."
               NOT INVALID KEY
                   DISPLAY "Course " COURSE-CODE-INPUT " dropped for "
                           "student number " STUDENT-NUMBER " - "
                           REFUND-PERCENT-WORK "% refunded."
                   PERFORM RECORD-RETAINED-DROP-CHARGE
                   PERFORM RELEASE-SEAT-AND-PROMOTE
           END-DELETE.
       FIND-DROP-REFUND-PERCENT.
      *    The refund is the percentage on the earliest deadline in
      *    the enrollment's term that today has not yet passed. A
      *    term with deadlines, all of them behind us, refunds
      *    nothing; a term missing from the calendar altogether is
      *    refunded in full rather than guessed at.
           MOVE 'N' TO TERM-ON-CALENDAR-SW.
           MOVE 99999999 TO NEAREST-DEADLINE-WORK.
           MOVE ZERO TO REFUND-PERCENT-WORK.
           SET CALENDAR-TABLE-IDX TO 1.
           PERFORM CHECK-ONE-DEADLINE
           VARYING CALENDAR-TABLE-IDX FROM 1 BY 1
           UNTIL CALENDAR-TABLE-IDX > CALENDAR-COUNT.
           IF TERM-ON-CALENDAR-SW = 'N'
               MOVE 100 TO REFUND-PERCENT-WORK
               DISPLAY "No drop deadlines on file for term "
                       ENROLLMENT-ACADEMIC-TERM " - the drop is "
                       "refunded in full."
           END-IF.
       CHECK-ONE-DEADLINE.
           IF TABLE-CALENDAR-TERM (CALENDAR-TABLE-IDX)
               = ENROLLMENT-ACADEMIC-TERM
               MOVE 'Y' TO TERM-ON-CALENDAR-SW
               IF TABLE-DEADLINE-DATE (CALENDAR-TABLE-IDX)
                   >= DROP-DATE-WORK
                   AND TABLE-DEADLINE-DATE (CALENDAR-TABLE-IDX)
                       < NEAREST-DEADLINE-WORK
                   MOVE TABLE-DEADLINE-DATE (CALENDAR-TABLE-IDX)
                       TO NEAREST-DEADLINE-WORK
                   MOVE TABLE-REFUND-PERCENT (CALENDAR-TABLE-IDX)
                       TO REFUND-PERCENT-WORK
               END-IF
           END-IF.
       RECORD-RETAINED-DROP-CHARGE.
      *    Only a drop short of a full refund leaves anything on the
      *    account. The row is priced by the assessment run at the
      *    term's rate; a second drop of the same course in the same
      *    term replaces the first.
           IF REFUND-PERCENT-WORK < 100
               MOVE ENROLLMENT-STUDENT-NUMBER TO DROP-STUDENT-NUMBER
               MOVE ENROLLMENT-COURSE-CODE TO DROP-COURSE-CODE
               MOVE ENROLLMENT-CREDIT-HOURS TO DROP-CREDIT-HOURS
               MOVE ENROLLMENT-ACADEMIC-TERM TO DROP-ACADEMIC-TERM
               MOVE DROP-DATE-WORK TO DROP-DATE
               MOVE REFUND-PERCENT-WORK TO DROP-REFUND-PERCENT
               WRITE COURSE-DROP-CHARGE-RECORD
                   INVALID KEY
                       PERFORM REWRITE-DROP-CHARGE-RECORD
               END-WRITE
               DISPLAY "The rest of the " COURSE-CODE-INPUT
                       " charge stays on the account."
           END-IF.
       REWRITE-DROP-CHARGE-RECORD.
           REWRITE COURSE-DROP-CHARGE-RECORD
               INVALID KEY
                   DISPLAY "Retained charge for " COURSE-CODE-INPUT
                           " could not be recorded - tell the "
                           "bursar's office."
           END-REWRITE.
       CLEAR-RETAINED-DROP-CHARGE.
      *    A student back in a course they dropped earlier is billed
      *    for it in full again, so the retained share comes off.
           MOVE STUDENT-NUMBER TO DROP-STUDENT-NUMBER.
           MOVE COURSE-CODE-INPUT TO DROP-COURSE-CODE.
           DELETE COURSE-DROP-CHARGE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       WITHDRAW-FROM-ALL-COURSES.
      *    A withdrawal is a drop of every course the student holds
      *    in their current term, each refunded on the same schedule
      *    as a single drop. The roster status itself is changed in
      *    student maintenance, as it always has been.
           PERFORM GATHER-WITHDRAW-COURSES.
           IF WITHDRAW-COUNT = ZERO
               DISPLAY "Student number " STUDENT-NUMBER " holds no "
                       "courses in term " ACADEMIC-TERM
                       " - nothing to withdraw from."
           ELSE
               SET WITHDRAW-TABLE-IDX TO 1
               PERFORM WITHDRAW-ONE-COURSE
               VARYING WITHDRAW-TABLE-IDX FROM 1 BY 1
               UNTIL WITHDRAW-TABLE-IDX > WITHDRAW-COUNT
               DISPLAY "Student number " STUDENT-NUMBER-INPUT
                       " withdrawn from " WITHDRAW-COUNT
                       " course(s) in term " WITHDRAW-TERM-SAVE "."
           END-IF.
       GATHER-WITHDRAW-COURSES.
           MOVE ZERO TO WITHDRAW-COUNT.
           MOVE 'N' TO WITHDRAW-FULL-SW.
           MOVE ACADEMIC-TERM TO WITHDRAW-TERM-SAVE.
           MOVE 'N' TO ENROLLMENT-AT-END-SW.
           MOVE STUDENT-NUMBER TO ENROLLMENT-STUDENT-NUMBER.
           MOVE LOW-VALUES TO ENROLLMENT-COURSE-CODE.
           START COURSE-ENROLLMENT-FILE
               KEY IS >= ENROLLMENT-KEY
               INVALID KEY
                   MOVE 'Y' TO ENROLLMENT-AT-END-SW
           END-START.
           IF ENROLLMENT-AT-END-SW = 'N'
               PERFORM READ-NEXT-ENROLLMENT
           END-IF.
           PERFORM GATHER-ONE-WITHDRAW-COURSE
           UNTIL ENROLLMENT-AT-END-SW = 'Y'.
       GATHER-ONE-WITHDRAW-COURSE.
           IF ENROLLMENT-ACADEMIC-TERM = WITHDRAW-TERM-SAVE
               IF WITHDRAW-COUNT >= 20
                   IF WITHDRAW-FULL-SW = 'N'
                       MOVE 'Y' TO WITHDRAW-FULL-SW
                       DISPLAY "WITHDRAW-TABLE-AREA is full at 20 "
                               "courses; drop the rest one at a time."
                   END-IF
               ELSE
                   ADD 1 TO WITHDRAW-COUNT
                   SET WITHDRAW-TABLE-IDX TO WITHDRAW-COUNT
                   MOVE ENROLLMENT-COURSE-CODE
                       TO TABLE-WITHDRAW-COURSE (WITHDRAW-TABLE-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-ENROLLMENT.
       WITHDRAW-ONE-COURSE.
      *    The withdrawing student is read back before each drop,
      *    since promoting from the last course's waitlist leaves
      *    another student in the roster record.
           PERFORM LOOKUP-STUDENT-RECORD.
           MOVE TABLE-WITHDRAW-COURSE (WITHDRAW-TABLE-IDX)
               TO COURSE-CODE-INPUT.
           MOVE STUDENT-NUMBER TO ENROLLMENT-STUDENT-NUMBER.
           MOVE COURSE-CODE-INPUT TO ENROLLMENT-COURSE-CODE.
           READ COURSE-ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "Student number " STUDENT-NUMBER " is no "
                           "longer enrolled in " COURSE-CODE-INPUT "."
               NOT INVALID KEY
                   PERFORM DROP-ONE-ENROLLMENT
           END-READ.
       RELEASE-SEAT-AND-PROMOTE.
      *    A course dropped after it was retired from the catalog
      *    has no seat count to give back and no waitlist worth
       TRY-PROMOTE-CANDIDATE.
      *    The promoted student must still be someone the window
      *    could have registered: on the roster, active, in the
      *    course's term, not under financial hold, and not on
      *    academic suspension.
           MOVE 'N' TO PROMOTE-CANDIDATE-SW.
           MOVE WAITLIST-STUDENT-SAVE TO STUDENT-NUMBER.
           READ STUDENT-RECORDS-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LOOKUP-STUDENT-STANDING
                   IF STUDENT-ACTIVE
                       AND NOT FINANCIAL-HOLD-ON
                       AND STUDENT-SUSPENDED-SW = 'N'
                       AND ACADEMIC-TERM = CATALOG-ACADEMIC-TERM
                       MOVE 'Y' TO PROMOTE-CANDIDATE-SW
                   END-IF
                   DISPLAY "Student number " STUDENT-NUMBER
                           " promoted from the waitlist into "
                           COURSE-CODE-INPUT "."
                   PERFORM CLEAR-RETAINED-DROP-CHARGE
                   PERFORM RAISE-CATALOG-SEAT
                   PERFORM DELETE-WAITLIST-ROW
                   MOVE 'Y' TO PROMOTE-DONE-SW
       PROMPT-FOR-COURSE-CODE.
           DISPLAY "Enter course code(e.g. MATH101): ".
           ACCEPT COURSE-CODE-INPUT.
       SIGN-ON-OPERATOR.
      *    Nothing is done at this terminal until an operator on
      *    OPERATOR-MASTER.TXT signs on with their password. Three
      *    failures end the session; every failure is written to the
      *    security log with whatever operator ID was keyed.
           PERFORM OPEN-SECURITY-FILES.
           PERFORM ATTEMPT-OPERATOR-SIGN-ON
           UNTIL SIGNED-ON-SW = 'Y' OR SIGN-ON-ATTEMPTS = 3.
           IF SIGNED-ON-SW = 'N'
               DISPLAY "Sign-on refused - session ended."
               PERFORM CLOSE-SECURITY-FILES
               STOP RUN
           END-IF.
           DISPLAY "Signed on as " SIGNED-ON-OPERATOR-ID " "
                   OPERATOR-NAME.
       OPEN-SECURITY-FILES.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPERATOR-MASTER-STATUS NOT = '00'
               DISPLAY "OPERATOR-MASTER.TXT could not be opened, "
                       "file status " OPERATOR-MASTER-STATUS "."
               STOP RUN
           END-IF.
      *    EXTEND the security log so every session's events add to
      *    it; OPEN OUTPUT only the first time it does not yet exist.
           OPEN EXTEND SECURITY-LOG-FILE-OUT.
           IF SECURITY-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT SECURITY-LOG-FILE-OUT
           END-IF.
       ATTEMPT-OPERATOR-SIGN-ON.
           ADD 1 TO SIGN-ON-ATTEMPTS.
           DISPLAY "Enter operator ID: ".
           ACCEPT SIGNED-ON-OPERATOR-ID.
           DISPLAY "Enter password: ".
           ACCEPT SIGN-ON-PASSWORD-INPUT.
           MOVE SIGNED-ON-OPERATOR-ID TO OPERATOR-MASTER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPERATOR-PASSWORD = SIGN-ON-PASSWORD-INPUT
                       AND OPERATOR-ACTIVE
                       MOVE 'Y' TO SIGNED-ON-SW
                   END-IF
           END-READ.
           IF SIGNED-ON-SW = 'N'
               DISPLAY "Operator ID or password not accepted."
               MOVE 'F' TO SECURITY-EVENT-TYPE
               MOVE "SIGN-ON" TO SECURITY-FUNCTION-NAME
               MOVE SPACES TO SECURITY-SUBJECT-KEY
               PERFORM WRITE-SECURITY-LOG-RECORD
           END-IF.
       REFUSE-UNAUTHORIZED-FUNCTION.
      *    REFUSED-FUNCTION-NAME is set by the caller.
           DISPLAY "Operator " SIGNED-ON-OPERATOR-ID
                   " is not authorized for " REFUSED-FUNCTION-NAME
                   " - refused.".
           MOVE 'R' TO SECURITY-EVENT-TYPE.
           MOVE REFUSED-FUNCTION-NAME TO SECURITY-FUNCTION-NAME.
           MOVE SPACES TO SECURITY-SUBJECT-KEY.
           PERFORM WRITE-SECURITY-LOG-RECORD.
       WRITE-SECURITY-LOG-RECORD.
      *    The event type, function and subject are set by the
      *    caller.
           MOVE SIGNED-ON-OPERATOR-ID TO SECURITY-OPERATOR-ID.
           MOVE SIGN-ON-PROGRAM-NAME TO SECURITY-PROGRAM-NAME.
           ACCEPT SECURITY-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SECURITY-EVENT-TIME FROM TIME.
           WRITE SECURITY-LOG-RECORD.
       CLOSE-SECURITY-FILES.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE SECURITY-LOG-FILE-OUT.
       CLOSE-REGISTRATION-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE COURSE-ENROLLMENT-FILE.
           CLOSE COURSE-CATALOG-FILE.
           CLOSE COURSE-WAITLIST-FILE.
           CLOSE COURSE-DROP-CHARGE-FILE.
           IF STANDING-FILE-OPEN-SW = 'Y'
               CLOSE STUDENT-STANDING-FILE
           END-IF.
           PERFORM CLOSE-SECURITY-FILES.
       END PROGRAM COURSE-REGISTRATION.
