      ******************************************************************
      * Copybook: COVER.CPY
      * Purpose: Shared COVER-FILE record layout used by every program
      *          that reads or writes staff-cover.txt - one record per
      *          lesson an absent teacher could not teach, keyed on
      *          the date, period and CLASS-NAME so a day's cover
      *          reads back in period order, carrying the absent
      *          TCH-TEACHER-ID, the lesson's SUBJECT-CODE and room,
      *          and the substitute assigned - zero and uncovered when
      *          nobody was free. Written by the cover run, read by
      *          the monthly payroll summary.
      ******************************************************************
       01 COVER-FILE.
           05 CVR-KEY.
               10 CVR-DATE PIC 9(8).
               10 CVR-PERIOD PIC 9(2).
               10 CVR-CLASS-NAME PIC X(3).
           05 CVR-ABSENT-TEACHER-ID PIC 9(4).
           05 CVR-SUBJECT-CODE PIC X(4).
           05 CVR-ROOM PIC X(5).
           05 CVR-SUB-ID PIC 9(4).
           05 CVR-STATUS PIC X(1).
               88 CVR-COVERED VALUE 'C'.
               88 CVR-UNCOVERED VALUE 'U'.
