      *          same course can never be enrolled with different
      *          hours for different students, and the seat capacity
      *          kept here is what stops a thirty-seat section from
      *          holding sixty students. The operator signs on
      *          against OPERATOR-MASTER.TXT first and may look
      *          courses up freely, but adding, correcting or retiring
      *          one takes the catalog maintenance authority; refusals
      *          and failed sign-ons go to SECURITY-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CATALOG-COURSE-CODE
           FILE STATUS IS COURSE-CATALOG-STATUS.

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
       FD COURSE-CATALOG-FILE.
           COPY CRSECPY.

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 COURSE-CATALOG-STATUS PIC X(2).
           05 CREDIT-HOURS-INPUT PIC X(2).
           05 SEAT-CAPACITY-INPUT PIC X(3).
           05 FIELDS-VALID-SW PIC X(1).
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
               VALUE "COURSE-CATALOG-MAINTENANCE".

       PROCEDURE DIVISION.
       MAINTAIN-COURSE-CATALOG.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-CATALOG-FILE.
           PERFORM PROMPT-FOR-CATALOG-FUNCTION.
           PERFORM PROCESS-CATALOG-FUNCTION
           IF CATALOG-FUNCTION = 'X' OR 'x'
               MOVE 'NO' TO MORE-CATALOG-WORK-SW
           ELSE
      *    Only a look-up is open to every signed-on operator; the
      *    refusal comes before the course code is asked for.
           IF (CATALOG-FUNCTION = 'A' OR 'a' OR 'U' OR 'u'
                   OR 'D' OR 'd')
               AND NOT MAY-MAINTAIN-CATALOG
               MOVE "CATALOG MAINTENANCE" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
               PERFORM PROMPT-FOR-CATALOG-FUNCTION
           ELSE
               PERFORM PROMPT-FOR-COURSE-CODE
               IF COURSE-CODE-INPUT = SPACES
                   DISPLAY "Course code must not be blank."
                   PERFORM APPLY-CATALOG-FUNCTION
               END-IF
               PERFORM PROMPT-FOR-CATALOG-FUNCTION
           END-IF
           END-IF.
       PROMPT-FOR-COURSE-CODE.
           DISPLAY "Enter course code(e.g. MATH101): ".
                   END-DELETE
               END-IF
           END-IF.
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
       CLOSE-CATALOG-FILE.
           CLOSE COURSE-CATALOG-FILE.
           PERFORM CLOSE-SECURITY-FILES.
       END PROGRAM COURSE-CATALOG-MAINTENANCE.
