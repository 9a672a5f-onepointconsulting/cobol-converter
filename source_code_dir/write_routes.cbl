      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Maintenance loader for the bus route master. Loads
      *          routes-input.txt into the keyed routes.txt file the
      *          way WRITE-COURSE-FILE loads the course catalog. An R
      *          line gives a route's description, vehicle and seats
      *          - a route already on file has these REWRITEn in
      *          place, keeping its stops; an S line sets one stop on
      *          a route already on file, by stop number in pickup
      *          order, with the stop's name and its morning pickup
      *          time (HHMM). A stop number may replace a stop
      *          already on the route or add the next one, never
      *          leave a gap. A line that fails a check is rejected
      *          with a message.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-ROUTE-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ROUTES ASSIGN TO 'routes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-ROUTE-CODE
               FILE STATUS IS WS-ROUTES-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'routes-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ROUTES.
           COPY ROUTE.

      *    One line per route or stop - the route code, then R with
      *    the route's description, vehicle and seats, or S with a
      *    stop number, the stop's name and its pickup time.
           FD INPUT-CTL.
           01 IRT-ROUTE-REC.
               05 IRT-ROUTE-CODE PIC X(4).
               05 IRT-TYPE PIC X(1).
                   88 IRT-ROUTE-LINE VALUE 'R'.
                   88 IRT-STOP-LINE VALUE 'S'.
               05 IRT-DESCRIPTION PIC X(25).
               05 IRT-VEHICLE PIC X(8).
               05 IRT-CAPACITY PIC 9(3).
           01 IRT-STOP-REC REDEFINES IRT-ROUTE-REC.
               05 FILLER PIC X(5).
               05 IRT-STOP-NO PIC 9(2).
               05 IRT-STOP-NAME PIC X(25).
               05 IRT-PICKUP-TIME PIC 9(4).
               05 IRT-PICKUP-PARTS REDEFINES IRT-PICKUP-TIME.
                   10 IRT-PICKUP-HH PIC 9(2).
                   10 IRT-PICKUP-MM PIC 9(2).

           WORKING-STORAGE SECTION.
           01 WS-ROUTES-STATUS PIC X(2) VALUE '00'.
               88 WS-ROUTES-FILE-OK VALUE '00'.
               88 WS-ROUTES-FILE-NOT-FOUND VALUE '35'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.
           01 WS-INPUT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-INPUT-OPENED VALUE 'Y'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

      *    The most stops a route carries - the RTE-STOP table size
      *    in ROUTE.CPY.
           01 WS-MAX-STOPS PIC 9(2) VALUE 15.

           01 WS-ROUTES-WRITTEN PIC 9(5) COMP VALUE 0.
           01 WS-ROUTES-REPLACED PIC 9(5) COMP VALUE 0.
           01 WS-STOPS-WRITTEN PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-ROUTES-FILE
           PERFORM 1300-OPEN-INPUT-FILE
           PERFORM UNTIL WS-END-OF-INPUT-FILE
               READ INPUT-CTL
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       PERFORM 2000-WRITE-IF-VALID
               END-READ
           END-PERFORM
           IF WS-INPUT-OPENED
               CLOSE INPUT-CTL
           END-IF
           CLOSE ROUTES.
           DISPLAY 'ROUTES WRITTEN: ' WS-ROUTES-WRITTEN.
           DISPLAY 'ROUTES REPLACED: ' WS-ROUTES-REPLACED.
           DISPLAY 'STOPS WRITTEN: ' WS-STOPS-WRITTEN.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens routes.txt for update. An indexed file must exist
      * before it can be opened I-O, so a missing file is created
      * empty first and then reopened for I-O.
      ******************************************************************
       1000-OPEN-ROUTES-FILE.
           OPEN I-O ROUTES
           IF WS-ROUTES-FILE-NOT-FOUND
               OPEN OUTPUT ROUTES
               CLOSE ROUTES
               OPEN I-O ROUTES
           END-IF.

      ******************************************************************
      * Opens routes-input.txt, the data-driven list of routes and
      * stops to load this run. A missing input file just means
      * nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'ROUTES-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           ELSE
               MOVE 'Y' TO WS-INPUT-OPEN-SW
           END-IF.

      ******************************************************************
      * Routes one input line to the route or stop logic, rejecting
      * a blank route code or a line type the loader does not know.
      ******************************************************************
       2000-WRITE-IF-VALID.
           EVALUATE TRUE
               WHEN IRT-ROUTE-CODE = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BLANK ROUTE CODE - RECORD REJECTED'
               WHEN IRT-ROUTE-LINE
                   PERFORM 2100-APPLY-ROUTE
               WHEN IRT-STOP-LINE
                   PERFORM 2200-APPLY-STOP
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ROUTE ' IRT-ROUTE-CODE
                       ' HAS INVALID LINE TYPE ' IRT-TYPE
                       ' - RECORD REJECTED'
           END-EVALUATE.

      ******************************************************************
      * Writes a new route with no stops yet, or REWRITEs the
      * description, vehicle and seats of a route already on file,
      * leaving its stops as they are. A vehicle with no seats is
      * rejected - no rider could ever be assigned to it.
      ******************************************************************
       2100-APPLY-ROUTE.
           IF IRT-CAPACITY NOT NUMERIC OR IRT-CAPACITY = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'ROUTE ' IRT-ROUTE-CODE
                   ' HAS INVALID CAPACITY ' IRT-CAPACITY
                   ' - RECORD REJECTED'
           ELSE
               MOVE IRT-ROUTE-CODE TO RTE-ROUTE-CODE
               READ ROUTES
                   INVALID KEY
                       INITIALIZE ROUTE-FILE
                       MOVE IRT-ROUTE-CODE TO RTE-ROUTE-CODE
                       MOVE IRT-DESCRIPTION TO RTE-DESCRIPTION
                       MOVE IRT-VEHICLE TO RTE-VEHICLE
                       MOVE IRT-CAPACITY TO RTE-CAPACITY
                       WRITE ROUTE-FILE
                       ADD 1 TO WS-ROUTES-WRITTEN
                   NOT INVALID KEY
                       MOVE IRT-DESCRIPTION TO RTE-DESCRIPTION
                       MOVE IRT-VEHICLE TO RTE-VEHICLE
                       MOVE IRT-CAPACITY TO RTE-CAPACITY
                       REWRITE ROUTE-FILE
                       ADD 1 TO WS-ROUTES-REPLACED
               END-READ
           END-IF.

      ******************************************************************
      * Sets one stop on a route already on file. The stop number
      * must replace a stop the route has or add the next one, and
      * the pickup time must be a real time of day.
      ******************************************************************
       2200-APPLY-STOP.
           MOVE IRT-ROUTE-CODE TO RTE-ROUTE-CODE
           READ ROUTES
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ROUTE ' IRT-ROUTE-CODE
                       ' NOT ON FILE - STOP REJECTED'
               NOT INVALID KEY
                   IF IRT-STOP-NO NOT NUMERIC
                       OR IRT-STOP-NO = 0
                       OR IRT-STOP-NO > WS-MAX-STOPS
                       OR IRT-STOP-NO > RTE-STOP-COUNT + 1
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'ROUTE ' IRT-ROUTE-CODE
                           ' HAS INVALID STOP NUMBER ' IRT-STOP-NO
                           ' - STOP REJECTED'
                   ELSE
                       IF IRT-PICKUP-TIME NOT NUMERIC
                           OR IRT-PICKUP-HH > 23
                           OR IRT-PICKUP-MM > 59
                           OR IRT-STOP-NAME = SPACES
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'ROUTE ' IRT-ROUTE-CODE ' STOP '
                               IRT-STOP-NO ' HAS INVALID NAME OR '
                               'PICKUP TIME - STOP REJECTED'
                       ELSE
                           MOVE IRT-STOP-NAME
                               TO RTE-STOP-NAME (IRT-STOP-NO)
                           MOVE IRT-PICKUP-TIME
                               TO RTE-PICKUP-TIME (IRT-STOP-NO)
                           IF IRT-STOP-NO > RTE-STOP-COUNT
                               MOVE IRT-STOP-NO TO RTE-STOP-COUNT
                           END-IF
                           REWRITE ROUTE-FILE
                           ADD 1 TO WS-STOPS-WRITTEN
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM WRITE-ROUTE-FILE.
