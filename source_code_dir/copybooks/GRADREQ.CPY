      ******************************************************************
      * Copybook: GRADREQ.CPY
      * Purpose: Shared GRAD-REQUIREMENT-RECORD layout for
      *          graduation-requirements.txt - one line per subject
      *          area (the CRS-SUBJECT-AREA codes on the course
      *          catalog) carrying the credits a '12 ' student must
      *          have earned in passed subjects of that area to
      *          graduate. Maintained by the office like
      *          class-capacity.txt.
      ******************************************************************
       01 GRAD-REQUIREMENT-RECORD.
           05 GRQ-SUBJECT-AREA PIC X(4).
           05 GRQ-MIN-CREDITS PIC 9(3).
