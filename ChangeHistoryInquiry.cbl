      *          record has been through, decoding the before and
      *          after images STUDENT-MAINTENANCE captured - which is
      *          also how the values of a wrongly deleted student are
      *          recovered for re-keying. Each entry also names the
      *          operator who was signed on when it was made. The
      *          operator asking signs on against OPERATOR-MASTER.TXT
      *          first; an inquiry needs only the sign-on, and failed
      *          sign-ons go to SECURITY-LOG.TXT.
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
       FD CHANGE-HISTORY-FILE-IN.
      *    can be decoded for display.
           COPY CHISTCPY.

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 CHANGE-HISTORY-STATUS PIC X(2).
           05 MORE-INQUIRY-SW PIC X(3) VALUE 'YES'.
           05 STUDENT-NUMBER-INPUT PIC X(6).
           05 CHANGES-FOUND-COUNT PIC 9(4).
           05 OPERATOR-MASTER-STATUS PIC X(2).
           05 SECURITY-LOG-STATUS PIC X(2).

      *    The operator record read at sign-on stays in the master's
      *    record area for the session.
       01 SIGN-ON-FIELDS.
           05 SIGNED-ON-OPERATOR-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD-INPUT PIC X(8).
           05 SIGN-ON-ATTEMPTS PIC 9(1) VALUE ZERO.
           05 SIGNED-ON-SW PIC X(1) VALUE 'N'.
           05 SIGN-ON-PROGRAM-NAME PIC X(30)
               VALUE "CHANGE-HISTORY-INQUIRY".

       PROCEDURE DIVISION.
       INQUIRE-ON-CHANGE-HISTORY.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM PROMPT-FOR-STUDENT-NUMBER.
           PERFORM PROCESS-ONE-INQUIRY
           UNTIL MORE-INQUIRY-SW = 'NO'.
           PERFORM CLOSE-SECURITY-FILES.
           STOP RUN.
       PROMPT-FOR-STUDENT-NUMBER.
           DISPLAY "Enter student number(6 numbers) or X to exit: ".
           ELSE
               DISPLAY "UPDATED on " CHANGE-DATE " at " CHANGE-TIME
           END-IF.
      *    Entries written before operators signed on carry no
      *    operator ID.
           IF CHANGE-OPERATOR-ID NOT = SPACES
               DISPLAY "  By operator " CHANGE-OPERATOR-ID
           END-IF.
           DISPLAY "  Before: " BEFORE-STUDENT-NAME
                   " owed " BEFORE-TUITION-OWED
                   " paid " BEFORE-PAYMENTS-RECEIVED
                   DISPLAY "          aid " AFTER-AID-RECEIVED
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
       END PROGRAM CHANGE-HISTORY-INQUIRY.
