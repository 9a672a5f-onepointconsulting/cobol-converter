      ******************************************************************
      * Copybook: IMMSCHED.CPY
      * Purpose: Shared IMMUNIZATION-SCHEDULE-RECORD layout for
      *          immunization-schedule.txt - one line per GRADE-LEVEL
      *          and vaccine, carrying the number of doses a student
      *          at that grade level must have received and the
      *          vaccine's name for the guardian letter. Maintained
      *          by the nurse like class-capacity.txt; a grade level
      *          with no lines on the file has nothing required.
      ******************************************************************
       01 IMMUNIZATION-SCHEDULE-RECORD.
           05 IMS-GRADE-LEVEL PIC 9(2).
           05 IMS-VACCINE-CODE PIC X(4).
           05 IMS-DOSES PIC 9(1).
           05 IMS-DESCRIPTION PIC X(25).
