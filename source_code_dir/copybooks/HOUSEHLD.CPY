      ******************************************************************
      * Copybook: HOUSEHLD.CPY
      * Purpose: Shared HOUSEHOLD-FILE record layout used by every
      *          program that reads or writes students-households.txt
      *          - the families the office has confirmed, so brothers
      *          and sisters get one fee statement and one envelope
      *          instead of one each. Keyed on STUDENT-ID alone: a
      *          student belongs to at most one household. The
      *          HHD-HOUSEHOLD-ID is the alternate key the family's
      *          members share - by convention the STUDENT-ID of the
      *          child the household was founded on.
      ******************************************************************
       01 HOUSEHOLD-FILE.
           05 HHD-STUDENT-ID PIC 9(5).
           05 HHD-HOUSEHOLD-ID PIC 9(5).
           05 HHD-LINK-DATE PIC 9(8).
