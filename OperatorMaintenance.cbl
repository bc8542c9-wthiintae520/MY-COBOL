      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Maintain the operator master OPERATOR-MASTER.TXT
      *          keyed by operator ID - add an operator with a
      *          password, name, and the functions they may use, look
      *          one up, change one, or revoke one - so the
      *          interactive programs have someone to sign on and
      *          know what each operator is authorized to do. Only an
      *          operator holding the operator administration
      *          authority may sign on here. While the master is still
      *          empty the first operator keyed is enrolled with every
      *          authority, so the office has an administrator to
      *          enroll everyone else. An operator is revoked rather
      *          than deleted so the audit and change-history trails
      *          still name a real operator, and every change made
      *          here is written to SECURITY-LOG.TXT alongside failed
      *          sign-ons and refusals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD OPERATOR-MASTER-FILE.
           COPY OPERCPY.

       FD SECURITY-LOG-FILE-OUT.
           COPY SECLCPY.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 OPERATOR-MASTER-STATUS PIC X(2).
           05 SECURITY-LOG-STATUS PIC X(2).
           05 OPERATOR-FUNCTION PIC X(1).
           05 MORE-OPERATOR-WORK-SW PIC X(3) VALUE 'YES'.
           05 OPERATOR-ID-INPUT PIC X(8).
           05 OPERATOR-FOUND-SW PIC X(1).
           05 MASTER-EMPTY-SW PIC X(1).
           05 PASSWORD-INPUT PIC X(8).
           05 NAME-INPUT PIC X(30).
           05 STATUS-INPUT PIC X(1).

      *    Unlike the other interactive programs, this one reads other
      *    operators into the master's record area, so the signed-on
      *    operator's authority is proved once at sign-on and not
      *    tested off OPERATOR-RECORD afterwards.
       01 SIGN-ON-FIELDS.
           05 SIGNED-ON-OPERATOR-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD-INPUT PIC X(8).
           05 SIGN-ON-ATTEMPTS PIC 9(1) VALUE ZERO.
           05 SIGNED-ON-SW PIC X(1) VALUE 'N'.
           05 REFUSED-FUNCTION-NAME PIC X(20).
           05 SIGN-ON-PROGRAM-NAME PIC X(30)
               VALUE "OPERATOR-MAINTENANCE".

       PROCEDURE DIVISION.
       MAINTAIN-OPERATORS.
           PERFORM OPEN-OPERATOR-FILES.
           PERFORM CHECK-MASTER-EMPTY.
           IF MASTER-EMPTY-SW = 'Y'
               PERFORM ENROLL-FIRST-OPERATOR
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM CHECK-OPERATOR-ADMIN-AUTHORITY.
           PERFORM PROMPT-FOR-OPERATOR-FUNCTION.
           PERFORM PROCESS-OPERATOR-FUNCTION
           UNTIL MORE-OPERATOR-WORK-SW = 'NO'.
           PERFORM CLOSE-OPERATOR-FILES.
           STOP RUN.
       OPEN-OPERATOR-FILES.
      *    An indexed file that has never been created yet still has
      *    to be OPENed OUTPUT once to bring it into existence, the
      *    same as OPEN-STUDENT-RECORD-FILE in Project1.cbl.
           OPEN I-O OPERATOR-MASTER-FILE.
           IF OPERATOR-MASTER-STATUS = '05' OR '35'
               OPEN OUTPUT OPERATOR-MASTER-FILE
               CLOSE OPERATOR-MASTER-FILE
               OPEN I-O OPERATOR-MASTER-FILE
           END-IF.
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
       CHECK-MASTER-EMPTY.
           MOVE 'N' TO MASTER-EMPTY-SW.
           MOVE LOW-VALUES TO OPERATOR-MASTER-ID.
           START OPERATOR-MASTER-FILE
               KEY IS >= OPERATOR-MASTER-ID
               INVALID KEY
                   MOVE 'Y' TO MASTER-EMPTY-SW
           END-START.
       ENROLL-FIRST-OPERATOR.
      *    Nobody can sign on to an empty master, so the first
      *    operator is keyed without a sign-on and holds every
      *    authority; they then sign on below like anyone else.
           DISPLAY "No operators are on file - the first operator "
                   "keyed is given every authority.".
           PERFORM PROMPT-FOR-OPERATOR-ID.
           IF OPERATOR-ID-INPUT = SPACES
               DISPLAY "Operator ID must not be blank - session "
                       "ended."
               PERFORM CLOSE-OPERATOR-FILES
               STOP RUN
           END-IF.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE OPERATOR-ID-INPUT TO OPERATOR-MASTER-ID.
           PERFORM KEY-OPERATOR-PASSWORD.
           IF PASSWORD-INPUT = SPACES
               DISPLAY "Password must not be blank - session ended."
               PERFORM CLOSE-OPERATOR-FILES
               STOP RUN
           END-IF.
           MOVE PASSWORD-INPUT TO OPERATOR-PASSWORD.
           DISPLAY "Enter operator name: ".
           ACCEPT OPERATOR-NAME.
           MOVE 'A' TO OPERATOR-STATUS.
           MOVE 'Y' TO AUTH-STUDENT-ADD AUTH-STUDENT-UPDATE
                       AUTH-STUDENT-DELETE AUTH-ADDRESS-MAINTENANCE
                       AUTH-CATALOG-MAINTENANCE AUTH-PLAN-SETUP
                       AUTH-PLAN-CANCEL AUTH-GRADE-ENTRY
                       AUTH-REGISTRATION AUTH-OPERATOR-ADMIN
                       AUTH-FEE-WAIVER AUTH-SPONSOR-MAINTENANCE
                       AUTH-SPONSOR-PAYMENT.
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator " OPERATOR-ID-INPUT " could not "
                           "be added - session ended."
                   PERFORM CLOSE-OPERATOR-FILES
                   STOP RUN
           END-WRITE.
           MOVE OPERATOR-ID-INPUT TO SIGNED-ON-OPERATOR-ID.
           MOVE "FIRST OPERATOR" TO SECURITY-FUNCTION-NAME.
           PERFORM LOG-OPERATOR-CHANGE.
           MOVE SPACES TO SIGNED-ON-OPERATOR-ID.
           DISPLAY "Operator " OPERATOR-ID-INPUT " added - sign on "
                   "to continue.".
       CHECK-OPERATOR-ADMIN-AUTHORITY.
      *    Proved while the signed-on operator is still the record in
      *    the master's record area.
           IF NOT MAY-ADMINISTER-OPERATORS
               MOVE "OPERATOR ADMIN" TO REFUSED-FUNCTION-NAME
               PERFORM REFUSE-UNAUTHORIZED-FUNCTION
               PERFORM CLOSE-OPERATOR-FILES
               STOP RUN
           END-IF.
       PROMPT-FOR-OPERATOR-FUNCTION.
           DISPLAY "A)dd operator, L)ookup, U)pdate, R)evoke, "
                   "X) exit: ".
           ACCEPT OPERATOR-FUNCTION.
       PROCESS-OPERATOR-FUNCTION.
           IF OPERATOR-FUNCTION = 'X' OR 'x'
               MOVE 'NO' TO MORE-OPERATOR-WORK-SW
           ELSE
               PERFORM PROMPT-FOR-OPERATOR-ID
               IF OPERATOR-ID-INPUT = SPACES
                   DISPLAY "Operator ID must not be blank."
               ELSE
                   PERFORM APPLY-OPERATOR-FUNCTION
               END-IF
               PERFORM PROMPT-FOR-OPERATOR-FUNCTION
           END-IF.
       PROMPT-FOR-OPERATOR-ID.
           DISPLAY "Enter operator ID(up to 8 characters): ".
           ACCEPT OPERATOR-ID-INPUT.
       APPLY-OPERATOR-FUNCTION.
           EVALUATE OPERATOR-FUNCTION
               WHEN 'A' WHEN 'a'
                   PERFORM ADD-OPERATOR
               WHEN 'L' WHEN 'l'
                   PERFORM LOOKUP-AND-DISPLAY-OPERATOR
               WHEN 'U' WHEN 'u'
                   PERFORM UPDATE-OPERATOR
               WHEN 'R' WHEN 'r'
                   PERFORM REVOKE-OPERATOR
               WHEN OTHER
                   DISPLAY "Unrecognized function."
           END-EVALUATE.
       LOOKUP-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-SW.
           MOVE OPERATOR-ID-INPUT TO OPERATOR-MASTER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO OPERATOR-FOUND-SW
           END-READ.
       ADD-OPERATOR.
           PERFORM LOOKUP-OPERATOR.
           IF OPERATOR-FOUND-SW = 'Y'
               DISPLAY "Operator " OPERATOR-ID-INPUT " is already on "
                       "file - use update."
           ELSE
               PERFORM KEY-OPERATOR-PASSWORD
               IF PASSWORD-INPUT = SPACES
                   DISPLAY "Password must not be blank - operator "
                           "not added."
               ELSE
                   MOVE SPACES TO OPERATOR-RECORD
                   MOVE OPERATOR-ID-INPUT TO OPERATOR-MASTER-ID
                   MOVE PASSWORD-INPUT TO OPERATOR-PASSWORD
                   DISPLAY "Enter operator name: "
                   ACCEPT OPERATOR-NAME
                   MOVE 'A' TO OPERATOR-STATUS
                   PERFORM KEY-OPERATOR-AUTHORITIES
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "Operator " OPERATOR-ID-INPUT
                                   " could not be added."
                       NOT INVALID KEY
                           DISPLAY "Operator " OPERATOR-ID-INPUT
                                   " added."
                           MOVE "OPERATOR ADD"
                               TO SECURITY-FUNCTION-NAME
                           PERFORM LOG-OPERATOR-CHANGE
                   END-WRITE
               END-IF
           END-IF.
       KEY-OPERATOR-PASSWORD.
           DISPLAY "Enter password(up to 8 characters): ".
           ACCEPT PASSWORD-INPUT.
       KEY-OPERATOR-AUTHORITIES.
      *    Each authority is granted only by a Y; anything else keyed
      *    leaves the operator without it.
           DISPLAY "Answer Y or N for each function.".
           DISPLAY "  Add students (PROJECT-1)             : ".
           ACCEPT AUTH-STUDENT-ADD.
           DISPLAY "  Update students                      : ".
           ACCEPT AUTH-STUDENT-UPDATE.
           DISPLAY "  Delete students (bursar)             : ".
           ACCEPT AUTH-STUDENT-DELETE.
           DISPLAY "  Maintain addresses                   : ".
           ACCEPT AUTH-ADDRESS-MAINTENANCE.
           DISPLAY "  Maintain course catalog              : ".
           ACCEPT AUTH-CATALOG-MAINTENANCE.
           DISPLAY "  Set up payment plans                 : ".
           ACCEPT AUTH-PLAN-SETUP.
           DISPLAY "  Cancel payment plans (bursar)        : ".
           ACCEPT AUTH-PLAN-CANCEL.
           DISPLAY "  Enter grades (registrar)             : ".
           ACCEPT AUTH-GRADE-ENTRY.
           DISPLAY "  Register courses                     : ".
           ACCEPT AUTH-REGISTRATION.
           DISPLAY "  Administer operators                 : ".
           ACCEPT AUTH-OPERATOR-ADMIN.
           DISPLAY "  Waive late fees (bursar)             : ".
           ACCEPT AUTH-FEE-WAIVER.
           DISPLAY "  Maintain sponsors (bursar)           : ".
           ACCEPT AUTH-SPONSOR-MAINTENANCE.
           DISPLAY "  Post sponsor payments (bursar)       : ".
           ACCEPT AUTH-SPONSOR-PAYMENT.
           INSPECT OPERATOR-AUTHORITIES REPLACING ALL 'y' BY 'Y'.
       LOOKUP-AND-DISPLAY-OPERATOR.
           PERFORM LOOKUP-OPERATOR.
           IF OPERATOR-FOUND-SW = 'Y'
               PERFORM DISPLAY-OPERATOR
           ELSE
               DISPLAY "Operator " OPERATOR-ID-INPUT " is not on "
                       "file."
           END-IF.
       DISPLAY-OPERATOR.
      *    The password is never shown; update replaces it outright.
           DISPLAY "Operator ID          : " OPERATOR-MASTER-ID.
           DISPLAY "Name                 : " OPERATOR-NAME.
           IF OPERATOR-REVOKED
               DISPLAY "Status               : REVOKED"
           ELSE
               DISPLAY "Status               : ACTIVE"
           END-IF.
           DISPLAY "Add students         : " AUTH-STUDENT-ADD.
           DISPLAY "Update students      : " AUTH-STUDENT-UPDATE.
           DISPLAY "Delete students      : " AUTH-STUDENT-DELETE.
           DISPLAY "Maintain addresses   : " AUTH-ADDRESS-MAINTENANCE.
           DISPLAY "Maintain catalog     : " AUTH-CATALOG-MAINTENANCE.
           DISPLAY "Set up plans         : " AUTH-PLAN-SETUP.
           DISPLAY "Cancel plans         : " AUTH-PLAN-CANCEL.
           DISPLAY "Enter grades         : " AUTH-GRADE-ENTRY.
           DISPLAY "Register courses     : " AUTH-REGISTRATION.
           DISPLAY "Administer operators : " AUTH-OPERATOR-ADMIN.
           DISPLAY "Waive late fees      : " AUTH-FEE-WAIVER.
           DISPLAY "Maintain sponsors    : " AUTH-SPONSOR-MAINTENANCE.
           DISPLAY "Post sponsor payments: " AUTH-SPONSOR-PAYMENT.
       UPDATE-OPERATOR.
           PERFORM LOOKUP-OPERATOR.
           IF OPERATOR-FOUND-SW = 'N'
               DISPLAY "Operator " OPERATOR-ID-INPUT " is not on "
                       "file - use add."
           ELSE
               PERFORM DISPLAY-OPERATOR
               DISPLAY "Enter new password, or spaces to keep it: "
               ACCEPT PASSWORD-INPUT
               IF PASSWORD-INPUT NOT = SPACES
                   MOVE PASSWORD-INPUT TO OPERATOR-PASSWORD
               END-IF
               DISPLAY "Enter new name, or spaces to keep it: "
               ACCEPT NAME-INPUT
               IF NAME-INPUT NOT = SPACES
                   MOVE NAME-INPUT TO OPERATOR-NAME
               END-IF
               DISPLAY "Enter status(A-active/R-revoked): "
               ACCEPT STATUS-INPUT
               IF STATUS-INPUT = 'A' OR 'a'
                   MOVE 'A' TO OPERATOR-STATUS
               END-IF
               IF STATUS-INPUT = 'R' OR 'r'
                   MOVE 'R' TO OPERATOR-STATUS
               END-IF
               PERFORM KEY-OPERATOR-AUTHORITIES
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "Operator " OPERATOR-ID-INPUT
                               " could not be rewritten."
                   NOT INVALID KEY
                       DISPLAY "Operator " OPERATOR-ID-INPUT
                               " updated."
                       MOVE "OPERATOR UPDATE" TO SECURITY-FUNCTION-NAME
                       PERFORM LOG-OPERATOR-CHANGE
               END-REWRITE
           END-IF.
       REVOKE-OPERATOR.
      *    Revoking yourself would leave the session holding an
      *    authority the master no longer grants.
           IF OPERATOR-ID-INPUT = SIGNED-ON-OPERATOR-ID
               DISPLAY "An operator cannot revoke their own sign-on."
           ELSE
               PERFORM LOOKUP-OPERATOR
               IF OPERATOR-FOUND-SW = 'N'
                   DISPLAY "Operator " OPERATOR-ID-INPUT " is not on "
                           "file."
               ELSE
                   MOVE 'R' TO OPERATOR-STATUS
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "Operator " OPERATOR-ID-INPUT
                                   " could not be rewritten."
                       NOT INVALID KEY
                           DISPLAY "Operator " OPERATOR-ID-INPUT
                                   " revoked."
                           MOVE "OPERATOR REVOKE"
                               TO SECURITY-FUNCTION-NAME
                           PERFORM LOG-OPERATOR-CHANGE
                   END-REWRITE
               END-IF
           END-IF.
       LOG-OPERATOR-CHANGE.
      *    SECURITY-FUNCTION-NAME is set by the caller; the subject is
      *    the operator that was changed.
           MOVE 'M' TO SECURITY-EVENT-TYPE.
           MOVE OPERATOR-ID-INPUT TO SECURITY-SUBJECT-KEY.
           PERFORM WRITE-SECURITY-LOG-RECORD.
       SIGN-ON-OPERATOR.
      *    Nothing is done at this terminal until an operator on
      *    OPERATOR-MASTER.TXT signs on with their password. Three
      *    failures end the session; every failure is written to the
      *    security log with whatever operator ID was keyed.
           PERFORM ATTEMPT-OPERATOR-SIGN-ON
           UNTIL SIGNED-ON-SW = 'Y' OR SIGN-ON-ATTEMPTS = 3.
           IF SIGNED-ON-SW = 'N'
               DISPLAY "Sign-on refused - session ended."
               PERFORM CLOSE-OPERATOR-FILES
               STOP RUN
           END-IF.
           DISPLAY "Signed on as " SIGNED-ON-OPERATOR-ID " "
                   OPERATOR-NAME.
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
       CLOSE-OPERATOR-FILES.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE SECURITY-LOG-FILE-OUT.
       END PROGRAM OPERATOR-MAINTENANCE.
