      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared STUDENT-STANDING-RECORD layout for
      *          STUDENT-STANDING.TXT so the academic standing run
      *          that writes it and the registration program that
      *          refuses a suspended student agree on the same record.
      *          One row per student, keyed by student number, holding
      *          the standing assigned at the end of the student's
      *          most recent graded term.
      ******************************************************************
       01 STUDENT-STANDING-RECORD.
           05 STANDING-STUDENT-NUMBER PIC 9(6).
           05 STANDING-ACADEMIC-TERM PIC X(6).
           05 STANDING-CODE PIC X(1).
               88 STANDING-GOOD VALUE 'G'.
               88 STANDING-DEANS-LIST VALUE 'D'.
               88 STANDING-PROBATION VALUE 'P'.
               88 STANDING-SUSPENDED VALUE 'S'.
      *    The standing the student carried into the term, kept so a
      *    re-run of the same term decides from the same starting
      *    point instead of stepping probation up to suspension.
           05 STANDING-PRIOR-CODE PIC X(1).
           05 STANDING-TERM-HOURS PIC 9(3).
           05 STANDING-TERM-GPA PIC 9V99.
           05 STANDING-CUM-HOURS PIC 9(4).
           05 STANDING-CUM-GPA PIC 9V99.
           05 STANDING-RUN-DATE PIC 9(8).
