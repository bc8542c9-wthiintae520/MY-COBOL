      *          missed installments instead of the original charge
      *          date. The scheduled total is compared with the
      *          balance actually owed and a difference is pointed
      *          out before the plan is accepted. The operator signs
      *          on against OPERATOR-MASTER.TXT first; setting a plan
      *          up takes the plan setup authority and cancelling one
      *          is for bursar staff only, with refusals and failed
      *          sign-ons going to SECURITY-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PLAN-STUDENT-NUMBER
           FILE STATUS IS PAYMENT-PLAN-STATUS.

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
       FD PAYMENT-PLAN-FILE.
           COPY PLANCPY.

       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STUDENT-RECORD-FILE-STATUS PIC X(2).
           05 AMOUNT-INPUT PIC X(6).
           05 PLAN-INSTALLMENT-INDEX PIC 9(2) COMP VALUE ZERO.
           05 INSTALLMENT-VALID-SW PIC X(1).
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
               VALUE "PAYMENT-PLAN-SETUP".

       01 BALANCE-DUE-WORK PIC S9(7) VALUE ZERO.
       01 SCHEDULED-TOTAL-WORK PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAINTAIN-PAYMENT-PLANS.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-PLAN-SETUP-FILES.
           PERFORM PROMPT-FOR-PLAN-FUNCTION.
           PERFORM PROCESS-PLAN-FUNCTION
               IF RECORD-FOUND-SW = 'Y'
                   EVALUATE PLAN-FUNCTION
                       WHEN 'S' WHEN 's'
                           PERFORM AUTHORIZE-PLAN-SETUP
                       WHEN 'L' WHEN 'l'
                           PERFORM DISPLAY-PAYMENT-PLAN
                       WHEN 'C' WHEN 'c'
                           PERFORM AUTHORIZE-PLAN-CANCEL
                       WHEN OTHER
                           DISPLAY "Unrecognized function."
                   END-EVALUATE
               END-IF
               PERFORM PROMPT-FOR-PLAN-FUNCTION
           END-IF.
       AUTHORIZE-PLAN-SETUP.
           IF MAY-SET-UP-PLANS
               PERFORM SET-UP-PAYMENT-PLAN
           ELSE
               MOVE "PLAN SETUP" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
           END-IF.
       AUTHORIZE-PLAN-CANCEL.
      *    Cancelling puts the whole balance back in front of the
      *    statement and aging runs, so only bursar staff carry this
      *    authority.
           IF MAY-CANCEL-PLANS
               PERFORM CANCEL-PAYMENT-PLAN
           ELSE
               MOVE "PLAN CANCEL" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
           END-IF.
       PROMPT-FOR-STUDENT-NUMBER.
           DISPLAY "Enter student number(6 numbers): ".
           ACCEPT STUDENT-NUMBER-INPUT.
                           "number " STUDENT-NUMBER " - billing and "
                           "aging fall back to the charge date."
           END-DELETE.
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
       CLOSE-PLAN-SETUP-FILES.
           CLOSE STUDENT-RECORDS-FILE-IN.
           CLOSE PAYMENT-PLAN-FILE.
           PERFORM CLOSE-SECURITY-FILES.
       END PROGRAM PAYMENT-PLAN-SETUP.
