      * Date: August 8th, 2026
      * Purpose: Look up, correct, or remove a single student record on
      *          STUDENT-RECORDS.TXT by STUDENT-NUMBER without having
      *          to regenerate the whole roster. The operator must
      *          sign on against OPERATOR-MASTER.TXT first; updates
      *          and deletes (bursar staff only) are refused to an
      *          operator without that authority, refusals and failed
      *          sign-ons go to SECURITY-LOG.TXT, and the signed-on
      *          operator is stamped on every change history entry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-HISTORY-STATUS.

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
      *    after image is spaces.
           COPY CHISTCPY.

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 BROWSE-AT-END-SW PIC X(1).
           05 BROWSE-MATCH-COUNT PIC 9(4) COMP VALUE ZERO.
           05 BROWSE-PICK-FUNCTION PIC X(1).
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
               VALUE "STUDENT-MAINTENANCE".

      *    Full 76-byte roster record as it stood before the
      *    prompts; the first 70 bytes feed the history image and

       PROCEDURE DIVISION.
       MAINTAIN-STUDENT-RECORDS.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-MAINTENANCE-FILE.
           PERFORM OPEN-CHANGE-HISTORY-FILE.
           PERFORM PROMPT-FOR-MAINTENANCE-FUNCTION.
                       WHEN 'L' WHEN 'l'
                           PERFORM DISPLAY-STUDENT-RECORD
                       WHEN 'U' WHEN 'u'
                           PERFORM AUTHORIZE-STUDENT-UPDATE
                       WHEN 'D' WHEN 'd'
                           PERFORM AUTHORIZE-STUDENT-DELETE
                       WHEN OTHER
                           DISPLAY "Unrecognized function."
                   END-EVALUATE
           ACCEPT BROWSE-PICK-FUNCTION.
           EVALUATE BROWSE-PICK-FUNCTION
               WHEN 'U' WHEN 'u'
                   PERFORM AUTHORIZE-STUDENT-UPDATE
               WHEN 'D' WHEN 'd'
                   PERFORM AUTHORIZE-STUDENT-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       AUTHORIZE-STUDENT-UPDATE.
           IF MAY-UPDATE-STUDENTS
               PERFORM UPDATE-STUDENT-RECORD
           ELSE
               MOVE "STUDENT UPDATE" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
           END-IF.
       AUTHORIZE-STUDENT-DELETE.
      *    Removing a student takes their balance off the books, so
      *    only bursar staff carry this authority.
           IF MAY-DELETE-STUDENTS
               PERFORM DELETE-STUDENT-RECORD
           ELSE
               MOVE "STUDENT DELETE" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
           END-IF.
       PROMPT-FOR-STUDENT-NUMBER.
           DISPLAY "Enter student number(6 numbers): ".
           ACCEPT STUDENT-NUMBER-INPUT.
           ACCEPT CHANGE-TIME FROM TIME.
           MOVE BEFORE-IMAGE-SAVE (1:70) TO CHANGE-BEFORE-IMAGE.
           MOVE BEFORE-IMAGE-SAVE (71:6) TO BEFORE-AID-RECEIVED.
           MOVE SIGNED-ON-OPERATOR-ID TO CHANGE-OPERATOR-ID.
           WRITE CHANGE-HISTORY-RECORD.
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
       CLOSE-MAINTENANCE-FILE.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE CHANGE-HISTORY-FILE-OUT.
           PERFORM CLOSE-SECURITY-FILES.
       END PROGRAM STUDENT-MAINTENANCE.
