      ******************************************************************
      * Copybook: TRANSPRT.CPY
      * Purpose: Shared TRANSPORT-FILE record layout used by every
      *          program that reads or writes students-transport.txt
      *          - the student's seat on a bus route. Keyed on
      *          STUDENT-ID alone: a student rides one route, and a
      *          new assignment replaces the old one. TRN-ROUTE-CODE
      *          is the alternate key the route's riders share, so a
      *          route's seats can be counted and its manifest
      *          printed without reading every rider.
      ******************************************************************
       01 TRANSPORT-FILE.
           05 TRN-STUDENT-ID PIC 9(5).
           05 TRN-ROUTE-CODE PIC X(4).
           05 TRN-STOP-NO PIC 9(2).
           05 TRN-ASSIGNED-DATE PIC 9(8).
