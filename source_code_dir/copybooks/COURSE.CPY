      ******************************************************************
      * Copybook: COURSE.CPY
      * Purpose: Shared COURSE-FILE record layout used by every
      *          program that reads or writes courses.txt - the
      *          course catalog, keyed on the four-character
      *          SUBJECT-CODE that ENROLL.CPY and GRADE.CPY carry,
      *          holding the subject's title, its credit value, the
      *          subject area it counts toward, the most students it
      *          seats and the lowest and highest GRADE-LEVEL allowed
      *          to take it. A seat limit of zero carries no limit.
      ******************************************************************
       01 COURSE-FILE.
           05 CRS-SUBJECT-CODE PIC X(4).
           05 CRS-TITLE PIC X(25).
           05 CRS-CREDITS PIC 9(2).
           05 CRS-SUBJECT-AREA PIC X(4).
           05 CRS-SEAT-LIMIT PIC 9(3).
           05 CRS-LOW-GRADE PIC 9(2).
           05 CRS-HIGH-GRADE PIC 9(2).
