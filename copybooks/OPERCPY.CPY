      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared OPERATOR-RECORD layout for the operator master
      *          OPERATOR-MASTER.TXT, keyed by OPERATOR-MASTER-ID, so
      *          every interactive program signs its operator on
      *          against the same record and checks the same authority
      *          flags before letting a function through. Each flag is
      *          'Y' when the operator may use that function and
      *          anything else when not: the registrar's staff carry
      *          grade entry, bursar staff carry student deletes and
      *          plan cancels, and the late fee waiver is keyed only
      *          by the staff who take a dean's forgiveness. Sponsor
      *          agreements and sponsor remittances are separate
      *          flags, so the staff who set up what a sponsor covers
      *          need not be the staff who post its checks. Look-ups
      *          and listings need no flag, only a sign-on. A revoked
      *          operator stays on file so the audit trails still name
      *          someone, but can no longer sign on. The spare bytes
      *          take further flags without moving the record.
      ******************************************************************
       01 OPERATOR-RECORD.
           05 OPERATOR-MASTER-ID PIC X(8).
           05 OPERATOR-PASSWORD PIC X(8).
           05 OPERATOR-NAME PIC X(30).
           05 OPERATOR-STATUS PIC X(1).
               88 OPERATOR-ACTIVE VALUE 'A'.
               88 OPERATOR-REVOKED VALUE 'R'.
           05 OPERATOR-AUTHORITIES.
               10 AUTH-STUDENT-ADD PIC X(1).
                   88 MAY-ADD-STUDENTS VALUE 'Y'.
               10 AUTH-STUDENT-UPDATE PIC X(1).
                   88 MAY-UPDATE-STUDENTS VALUE 'Y'.
               10 AUTH-STUDENT-DELETE PIC X(1).
                   88 MAY-DELETE-STUDENTS VALUE 'Y'.
               10 AUTH-ADDRESS-MAINTENANCE PIC X(1).
                   88 MAY-MAINTAIN-ADDRESSES VALUE 'Y'.
               10 AUTH-CATALOG-MAINTENANCE PIC X(1).
                   88 MAY-MAINTAIN-CATALOG VALUE 'Y'.
               10 AUTH-PLAN-SETUP PIC X(1).
                   88 MAY-SET-UP-PLANS VALUE 'Y'.
               10 AUTH-PLAN-CANCEL PIC X(1).
                   88 MAY-CANCEL-PLANS VALUE 'Y'.
               10 AUTH-GRADE-ENTRY PIC X(1).
                   88 MAY-ENTER-GRADES VALUE 'Y'.
               10 AUTH-REGISTRATION PIC X(1).
                   88 MAY-REGISTER-COURSES VALUE 'Y'.
               10 AUTH-OPERATOR-ADMIN PIC X(1).
                   88 MAY-ADMINISTER-OPERATORS VALUE 'Y'.
               10 AUTH-FEE-WAIVER PIC X(1).
                   88 MAY-WAIVE-LATE-FEES VALUE 'Y'.
               10 AUTH-SPONSOR-MAINTENANCE PIC X(1).
                   88 MAY-MAINTAIN-SPONSORS VALUE 'Y'.
               10 AUTH-SPONSOR-PAYMENT PIC X(1).
                   88 MAY-POST-SPONSOR-PAYMENTS VALUE 'Y'.
               10 FILLER PIC X(7).
