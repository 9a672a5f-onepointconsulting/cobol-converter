      ******************************************************************
      * Copybook: ROUTE.CPY
      * Purpose: Shared ROUTE-FILE record layout used by every
      *          program that reads or writes routes.txt - the bus
      *          route master, keyed on the four-character route
      *          code, holding the route's description, the vehicle
      *          that runs it, the seats on that vehicle and the
      *          route's stops in pickup order, each with its
      *          morning pickup time (HHMM). A rider on
      *          students-transport.txt is assigned to one of these
      *          stops by number.
      ******************************************************************
       01 ROUTE-FILE.
           05 RTE-ROUTE-CODE PIC X(4).
           05 RTE-DESCRIPTION PIC X(25).
           05 RTE-VEHICLE PIC X(8).
           05 RTE-CAPACITY PIC 9(3).
           05 RTE-STOP-COUNT PIC 9(2).
           05 RTE-STOP OCCURS 15 TIMES.
               10 RTE-STOP-NAME PIC X(25).
               10 RTE-PICKUP-TIME PIC 9(4).
