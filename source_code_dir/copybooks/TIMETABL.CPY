      ******************************************************************
      * Copybook: TIMETABL.CPY
      * Purpose: Shared TIMETABLE-FILE record layout used by every
      *          program that reads or writes timetable.txt - the
      *          master timetable, one record per lesson, keyed on
      *          CLASS-NAME, day of the week (1 = Monday through
      *          5 = Friday) and period, carrying the SUBJECT-CODE
      *          taught, the TCH-TEACHER-ID teaching it and the room
      *          it is taught in. The class list mirrors
      *          VALID-CLASS-NAME in STUDENT.CPY.
      ******************************************************************
       01 TIMETABLE-FILE.
           05 TTB-KEY.
               10 TTB-CLASS-NAME PIC X(3).
                   88 VALID-TTB-CLASS-NAME
                       VALUES '09 ' '10 ' '11 ' '12 '.
               10 TTB-DAY PIC 9(1).
                   88 VALID-TTB-DAY VALUES 1 THRU 5.
               10 TTB-PERIOD PIC 9(2).
                   88 VALID-TTB-PERIOD VALUES 1 THRU 10.
           05 TTB-SUBJECT-CODE PIC X(4).
           05 TTB-TEACHER-ID PIC 9(4).
           05 TTB-ROOM PIC X(5).
