      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared COURSE-WAITLIST-RECORD layout for
      *          COURSE-WAITLIST.TXT so the registration program that
      *          maintains it and the class list run that prints it
      *          agree on the same record: one row per student waiting
      *          on a full section, keyed by course code plus an
      *          arriving-order sequence so the first student
      *          waitlisted is the first one promoted when a drop
      *          frees a seat.
      ******************************************************************
       01 COURSE-WAITLIST-RECORD.
           05 WAITLIST-KEY.
               10 WAITLIST-COURSE-CODE PIC X(8).
               10 WAITLIST-SEQUENCE PIC 9(4).
           05 WAITLIST-STUDENT-NUMBER PIC 9(6).
