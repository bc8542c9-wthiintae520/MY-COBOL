      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared SECURITY-LOG-RECORD layout for SECURITY-LOG.TXT
      *          so every interactive program records its security
      *          events the same way for the auditors: a failed
      *          sign-on (with whatever operator ID was keyed), a
      *          function refused to a signed-on operator without the
      *          authority for it, and each change made to the
      *          operator master. The subject is the operator or
      *          student the event concerns, spaces when none.
      ******************************************************************
       01 SECURITY-LOG-RECORD.
           05 SECURITY-EVENT-TYPE PIC X(1).
               88 SECURITY-SIGN-ON-FAILED VALUE 'F'.
               88 SECURITY-FUNCTION-REFUSED VALUE 'R'.
               88 SECURITY-OPERATOR-CHANGED VALUE 'M'.
           05 SECURITY-OPERATOR-ID PIC X(8).
           05 SECURITY-PROGRAM-NAME PIC X(30).
           05 SECURITY-FUNCTION-NAME PIC X(20).
           05 SECURITY-SUBJECT-KEY PIC X(8).
           05 SECURITY-EVENT-DATE PIC 9(8).
           05 SECURITY-EVENT-TIME PIC 9(8).
