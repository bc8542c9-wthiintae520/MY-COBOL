      ******************************************************************
      * Author: Yunting Yin
      * Date: October 15th, 2026
      * Purpose: Shared CENSUS-SNAPSHOT-RECORD layout for
      *          CENSUS-SNAPSHOTS.TXT, the enrollments frozen by the
      *          class list run in census mode on a term's official
      *          census date - the figures reported to the state. One
      *          'D' row per enrollment held in the term that day with
      *          its credit hours, then one 'T' trailer carrying the
      *          term's headcount, enrollment count and credit hour
      *          total; every row is stamped with the term and the
      *          census date. Each census run only adds its own term's
      *          rows behind the earlier terms', and a term that has
      *          its trailer is never taken again, so adds and drops
      *          made afterwards on COURSE-ENROLLMENTS.TXT never reach
      *          a snapshot. Rows for a term with no trailer were left
      *          by a census run that did not finish and are not a
      *          snapshot.
      ******************************************************************
       01 CENSUS-SNAPSHOT-RECORD.
           05 CENSUS-RECORD-TYPE PIC X(1).
               88 CENSUS-ENROLLMENT-ROW VALUE 'D'.
               88 CENSUS-TERM-TRAILER VALUE 'T'.
           05 CENSUS-ACADEMIC-TERM PIC X(6).
           05 CENSUS-DATE PIC 9(8).
           05 CENSUS-DATA PIC X(22).
           05 CENSUS-ENROLLMENT-FIELDS REDEFINES CENSUS-DATA.
               10 CENSUS-COURSE-CODE PIC X(8).
               10 CENSUS-STUDENT-NUMBER PIC 9(6).
               10 CENSUS-CREDIT-HOURS PIC 9(2).
               10 FILLER PIC X(6).
           05 CENSUS-TRAILER-FIELDS REDEFINES CENSUS-DATA.
               10 CENSUS-HEADCOUNT PIC 9(6).
               10 CENSUS-ENROLLMENT-COUNT PIC 9(6).
               10 CENSUS-TOTAL-CREDIT-HOURS PIC 9(7).
               10 FILLER PIC X(3).
