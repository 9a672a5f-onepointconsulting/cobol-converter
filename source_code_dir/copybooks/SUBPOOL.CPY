      ******************************************************************
      * Copybook: SUBPOOL.CPY
      * Purpose: Shared SUBSTITUTE-FILE record layout used by every
      *          program that reads or writes substitutes.txt - the
      *          substitute pool, keyed on a four-digit substitute
      *          ID, carrying the name and phone, the SUBJECT-CODE the
      *          substitute is best placed to cover (spaces for any),
      *          a Y/N availability flag for each school day, Monday
      *          first, and whether the substitute is still on the
      *          books.
      ******************************************************************
       01 SUBSTITUTE-FILE.
           05 SUB-ID PIC 9(4).
           05 SUB-NAME PIC A(25).
           05 SUB-PHONE PIC X(15).
           05 SUB-SUBJECT-CODE PIC X(4).
           05 SUB-AVAILABILITY.
               10 SUB-DAY-AVAILABLE PIC X(1) OCCURS 5 TIMES.
                   88 SUB-AVAILABLE-ON-DAY VALUE 'Y'.
                   88 VALID-SUB-DAY-FLAG VALUES 'Y' 'N'.
           05 SUB-STATUS PIC X(1).
               88 SUB-ACTIVE VALUE 'A'.
               88 SUB-INACTIVE VALUE 'I'.
               88 VALID-SUB-STATUS VALUES 'A' 'I'.
