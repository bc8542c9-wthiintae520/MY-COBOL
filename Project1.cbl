      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2021
      * Purpose: Student recording system. The operator signs on
      *          against OPERATOR-MASTER.TXT and must hold the student
      *          add authority; an unattended batch load must name an
      *          active operator with that authority in its flag file.
      *          Refusals and failed sign-ons go to SECURITY-LOG.TXT,
      *          and the signed-on ID is what the audit trail records.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTION-FILE-STATUS.

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
           05 TXN-ENROLLMENT-STATUS PIC X(1).
           05 TXN-ACADEMIC-TERM PIC X(6).

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 INPUT-RECORD-FLAG PIC X(3).
           05 BATCH-MODE-FLAG-STATUS PIC X(2).
           05 TRANSACTION-FILE-STATUS PIC X(2).
           05 BATCH-MODE-SW PIC X(1) VALUE 'N'.
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
           05 SECURITY-FILES-OPEN-SW PIC X(1) VALUE 'N'.
           05 REFUSED-FUNCTION-NAME PIC X(20).
           05 SIGN-ON-PROGRAM-NAME PIC X(30)
               VALUE "PROJECT-1".

       PROCEDURE DIVISION.
       PRODUCE-STUDENT-RECORD-FILE.
           PERFORM OPEN-AUDIT-LOG-FILE.
           PERFORM DETERMINE-INPUT-MODE.
           IF BATCH-MODE-SW = 'Y'
               PERFORM VERIFY-BATCH-OPERATOR
               PERFORM CHECK-STUDENT-ADD-AUTHORITY
               PERFORM READ-NEXT-TRANSACTION
           ELSE
               PERFORM SIGN-ON-OPERATOR
               MOVE SIGNED-ON-OPERATOR-ID TO OPERATOR-ID
               PERFORM CHECK-STUDENT-ADD-AUTHORITY
               PERFORM PROMPT-FOR-INPUT-STUDENT-RECORD
           END-IF.
       DETERMINE-INPUT-MODE.
           IF AUDIT-LOG-FILE-STATUS = '05' OR '35'
               OPEN OUTPUT AUDIT-LOG-FILE-OUT
           END-IF.
       VERIFY-BATCH-OPERATOR.
      *    An unattended load has nobody to key a password, so the
      *    operator ID its flag file names must instead be an active
      *    operator on the master; anything else is logged as a
      *    failed sign-on and nothing is loaded.
           PERFORM OPEN-SECURITY-FILES.
           MOVE OPERATOR-ID TO SIGNED-ON-OPERATOR-ID.
           MOVE OPERATOR-ID TO OPERATOR-MASTER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPERATOR-ACTIVE
                       MOVE 'Y' TO SIGNED-ON-SW
                   END-IF
           END-READ.
           IF SIGNED-ON-SW = 'N'
               DISPLAY "Batch operator " OPERATOR-ID " is not an "
                       "active operator - nothing loaded."
               MOVE 'F' TO SECURITY-EVENT-TYPE
               MOVE "BATCH SIGN-ON" TO SECURITY-FUNCTION-NAME
               MOVE SPACES TO SECURITY-SUBJECT-KEY
               PERFORM WRITE-SECURITY-LOG-RECORD
               PERFORM CLOSE-STUDENT-RECORD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-STUDENT-ADD-AUTHORITY.
      *    Adding students is all this program does, so an operator
      *    without the authority is turned away before the first
      *    record is keyed or read.
           IF NOT MAY-ADD-STUDENTS
               MOVE "STUDENT ADD" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
               PERFORM CLOSE-STUDENT-RECORD-FILE
               IF BATCH-MODE-SW = 'Y'
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
       REPORT-LAST-CHECKPOINT.
      *    Let the operator see where a prior run left off before
      *    keying in any more of the batch.
           ACCEPT AUDIT-ENTRY-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-ENTRY-TIME FROM TIME.
           WRITE AUDIT-LOG-RECORD.
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
               PERFORM CLOSE-STUDENT-RECORD-FILE
               STOP RUN
           END-IF.
           MOVE 'Y' TO SECURITY-FILES-OPEN-SW.
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
      *    A run turned away before sign-on never opened these.
           IF SECURITY-FILES-OPEN-SW = 'Y'
               CLOSE OPERATOR-MASTER-FILE
               CLOSE SECURITY-LOG-FILE-OUT
               MOVE 'N' TO SECURITY-FILES-OPEN-SW
           END-IF.
       CLOSE-STUDENT-RECORD-FILE.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE CHECKPOINT-FILE-OUT.
           IF BATCH-MODE-SW = 'Y'
               CLOSE TRANSACTION-FILE-IN
           END-IF.
           PERFORM CLOSE-SECURITY-FILES.
       END PROGRAM PROJECT-1.
