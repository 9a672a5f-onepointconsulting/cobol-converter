      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Print the daily bus manifest, one page per route on
      *          the routes.txt master, for the driver and the bus
      *          company. Each page lists the route's stops in pickup
      *          order with the pickup time, and under each stop the
      *          riders assigned to it on students-transport.txt,
      *          read through the route-code alternate key, with the
      *          student's class and the first guardian's
      *          relationship and phone off students-guardians.txt -
      *          or the no-contact flag so the gap gets chased. A
      *          rider no longer active on students.txt is left off
      *          and counted on the console. Each page closes with
      *          the riders carried against the seats on the
      *          vehicle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTE-MANIFEST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT ROUTES ASSIGN TO 'routes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTE-ROUTE-CODE
               FILE STATUS IS WS-ROUTES-STATUS.

               SELECT TRANSPORT ASSIGN TO 'students-transport.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-STUDENT-ID
               ALTERNATE RECORD KEY IS TRN-ROUTE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSPORT-STATUS.

               SELECT GUARDIANS ASSIGN TO 'students-guardians.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDN-KEY
               FILE STATUS IS WS-GUARDIANS-STATUS.

               SELECT MANIFEST-RPT ASSIGN TO 'route-manifest.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD ROUTES.
           COPY ROUTE.

           FD TRANSPORT.
           COPY TRANSPRT.

           FD GUARDIANS.
           COPY GUARDIAN.

           FD MANIFEST-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
           01 WS-STUDENT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-STUDENT-OPENED VALUE 'Y'.

           01 WS-ROUTES-STATUS PIC X(2) VALUE '00'.
               88 WS-ROUTES-FILE-OK VALUE '00'.

           01 WS-TRANSPORT-STATUS PIC X(2) VALUE '00'.
               88 WS-TRANSPORT-FILE-OK VALUE '00'.
           01 WS-TRANSPORT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-TRANSPORT-OPENED VALUE 'Y'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.
           01 WS-GUARDIANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GUARDIANS-OPENED VALUE 'Y'.

           01 WS-ROUTES-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-ROUTES-FILE VALUE 'Y'.

           01 WS-RIDER-EOF-SW PIC X(1).
               88 WS-END-OF-RIDERS VALUE 'Y'.

           01 WS-GDN-EOF-SW PIC X(1).
               88 WS-END-OF-GUARDIANS VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-STOP-SUB PIC 9(2) COMP.
           01 WS-STOP-RIDERS PIC 9(5) COMP VALUE 0.
           01 WS-ROUTE-RIDERS PIC 9(5) COMP VALUE 0.
           01 WS-TOTAL-RIDERS PIC 9(5) COMP VALUE 0.
           01 WS-INACTIVE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-ROUTE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 0.

           01 HDG-LINE-1.
               05 FILLER PIC X(27) VALUE SPACES.
               05 FILLER PIC X(26)
                   VALUE 'BUS ROUTE MANIFEST'.
               05 FILLER PIC X(17) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-LINE-2.
               05 FILLER PIC X(7) VALUE 'ROUTE: '.
               05 HDG-ROUTE-CODE PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 HDG-DESCRIPTION PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'DATE: '.
               05 HDG-DATE PIC 9(8).

           01 HDG-LINE-3.
               05 FILLER PIC X(9) VALUE 'VEHICLE: '.
               05 HDG-VEHICLE PIC X(8).
               05 FILLER PIC X(9) VALUE '  SEATS: '.
               05 HDG-CAPACITY PIC ZZ9.

           01 HDG-LINE-4.
               05 FILLER PIC X(8) VALUE SPACES.
               05 FILLER PIC X(7) VALUE 'STU-ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(7) VALUE 'CLASS'.
               05 FILLER PIC X(12) VALUE 'CONTACT'.
               05 FILLER PIC X(15) VALUE 'PHONE'.

           01 STOP-LINE.
               05 FILLER PIC X(5) VALUE 'STOP '.
               05 STP-STOP-NO PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 STP-PICKUP-HH PIC 99.
               05 FILLER PIC X(1) VALUE ':'.
               05 STP-PICKUP-MM PIC 99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 STP-STOP-NAME PIC X(25).

           01 RIDER-LINE.
               05 FILLER PIC X(8) VALUE SPACES.
               05 RDL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RDL-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RDL-CLASS-NAME PIC X(3).
               05 FILLER PIC X(4) VALUE SPACES.
               05 RDL-RELATIONSHIP PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RDL-PHONE PIC X(15).

           01 NO-RIDER-LINE.
               05 FILLER PIC X(8) VALUE SPACES.
               05 FILLER PIC X(30) VALUE '(NO RIDERS AT THIS STOP)'.

           01 ROUTE-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(18) VALUE 'RIDERS ON ROUTE: '.
               05 RTL-RIDERS PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE ' OF '.
               05 RTL-CAPACITY PIC ZZ9.
               05 FILLER PIC X(6) VALUE ' SEATS'.

           01 GRAND-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(18) VALUE 'ROUTES: '.
               05 GTL-ROUTES PIC ZZ,ZZ9.
               05 FILLER PIC X(10) VALUE '  RIDERS: '.
               05 GTL-RIDERS PIC ZZ,ZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           IF NOT WS-ROUTES-FILE-OK
               GO TO 0000-MAIN-EXIT
           END-IF
           OPEN OUTPUT MANIFEST-RPT
           PERFORM UNTIL WS-END-OF-ROUTES-FILE
               READ ROUTES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ROUTES-EOF-SW
                   NOT AT END
                       PERFORM 2000-PRINT-ONE-ROUTE
               END-READ
           END-PERFORM
           MOVE WS-ROUTE-COUNT TO GTL-ROUTES
           MOVE WS-TOTAL-RIDERS TO GTL-RIDERS
           MOVE GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE MANIFEST-RPT
           CLOSE ROUTES
           IF WS-STUDENT-OPENED
               CLOSE STUDENT
           END-IF
           IF WS-TRANSPORT-OPENED
               CLOSE TRANSPORT
           END-IF
           IF WS-GUARDIANS-OPENED
               CLOSE GUARDIANS
           END-IF
           DISPLAY 'ROUTES PRINTED: ' WS-ROUTE-COUNT
           DISPLAY 'RIDERS LISTED: ' WS-TOTAL-RIDERS
           DISPLAY 'INACTIVE RIDERS LEFT OFF: ' WS-INACTIVE-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Opens the route master and the files read by key while
      * printing. With no route master there is nothing to print;
      * with no seats on file every stop prints empty, and with no
      * guardians file every rider shows no contact.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT ROUTES
           IF NOT WS-ROUTES-FILE-OK
               DISPLAY 'ROUTES.TXT NOT FOUND - NOTHING TO PRINT'
           END-IF
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO RIDERS WILL '
                   'PRINT'
           ELSE
               MOVE 'Y' TO WS-STUDENT-OPEN-SW
           END-IF
           OPEN INPUT TRANSPORT
           IF NOT WS-TRANSPORT-FILE-OK
               DISPLAY 'STUDENTS-TRANSPORT.TXT NOT FOUND - NO SEATS '
                   'ASSIGNED'
           ELSE
               MOVE 'Y' TO WS-TRANSPORT-OPEN-SW
           END-IF
           OPEN INPUT GUARDIANS
           IF NOT WS-GUARDIANS-FILE-OK
               DISPLAY 'STUDENTS-GUARDIANS.TXT NOT FOUND - MANIFEST '
                   'WILL SHOW NO CONTACTS'
           ELSE
               MOVE 'Y' TO WS-GUARDIANS-OPEN-SW
           END-IF.

      ******************************************************************
      * Prints one route's page: the headings, each stop in pickup
      * order with its riders, and the riders carried against the
      * seats on the vehicle.
      ******************************************************************
       2000-PRINT-ONE-ROUTE.
           ADD 1 TO WS-ROUTE-COUNT
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-ROUTE-RIDERS
           MOVE WS-PAGE-NO TO HDG-PAGE-NO
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE RTE-ROUTE-CODE TO HDG-ROUTE-CODE
           MOVE RTE-DESCRIPTION TO HDG-DESCRIPTION
           MOVE WS-TODAY TO HDG-DATE
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE RTE-VEHICLE TO HDG-VEHICLE
           MOVE RTE-CAPACITY TO HDG-CAPACITY
           MOVE HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-4 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
                   UNTIL WS-STOP-SUB > RTE-STOP-COUNT
               PERFORM 3000-PRINT-ONE-STOP
           END-PERFORM
           MOVE WS-ROUTE-RIDERS TO RTL-RIDERS
           MOVE RTE-CAPACITY TO RTL-CAPACITY
           MOVE ROUTE-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Prints the stop line, then positions students-transport.txt
      * on the route-code alternate key and prints every active
      * rider assigned to this stop - or a line saying nobody boards
      * here today.
      ******************************************************************
       3000-PRINT-ONE-STOP.
           MOVE WS-STOP-SUB TO STP-STOP-NO
           MOVE RTE-PICKUP-TIME (WS-STOP-SUB) (1:2) TO STP-PICKUP-HH
           MOVE RTE-PICKUP-TIME (WS-STOP-SUB) (3:2) TO STP-PICKUP-MM
           MOVE RTE-STOP-NAME (WS-STOP-SUB) TO STP-STOP-NAME
           MOVE STOP-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-STOP-RIDERS
           MOVE 'Y' TO WS-RIDER-EOF-SW
           IF WS-TRANSPORT-OPENED AND WS-STUDENT-OPENED
               MOVE 'N' TO WS-RIDER-EOF-SW
               MOVE RTE-ROUTE-CODE TO TRN-ROUTE-CODE
               START TRANSPORT KEY IS EQUAL TO TRN-ROUTE-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-RIDER-EOF-SW
               END-START
           END-IF
           PERFORM UNTIL WS-END-OF-RIDERS
               READ TRANSPORT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RIDER-EOF-SW
                   NOT AT END
                       IF TRN-ROUTE-CODE NOT = RTE-ROUTE-CODE
                           MOVE 'Y' TO WS-RIDER-EOF-SW
                       ELSE
                           IF TRN-STOP-NO = WS-STOP-SUB
                               PERFORM 3100-PRINT-ONE-RIDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STOP-RIDERS = 0
               MOVE NO-RIDER-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      ******************************************************************
      * Reads the rider's roster record by key and, when the student
      * is still active, prints the rider line with the first
      * guardian's relationship and phone.
      ******************************************************************
       3100-PRINT-ONE-RIDER.
           MOVE TRN-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   ADD 1 TO WS-INACTIVE-COUNT
               NOT INVALID KEY
                   IF NOT STUDENT-ACTIVE
                       ADD 1 TO WS-INACTIVE-COUNT
                   ELSE
                       PERFORM 5000-FIND-FIRST-GUARDIAN
                       MOVE STUDENT-ID TO RDL-STUDENT-ID
                       MOVE NAME TO RDL-NAME
                       MOVE CLASS-NAME TO RDL-CLASS-NAME
                       MOVE RIDER-LINE TO RPT-LINE
                       WRITE RPT-LINE
                       ADD 1 TO WS-STOP-RIDERS
                       ADD 1 TO WS-ROUTE-RIDERS
                       ADD 1 TO WS-TOTAL-RIDERS
                   END-IF
           END-READ.

      ******************************************************************
      * Reads the rider's first guardian - the lowest sequence on
      * file - into the rider line, or the no-contact flag when the
      * student has none.
      ******************************************************************
       5000-FIND-FIRST-GUARDIAN.
           MOVE 'NO CONTACT' TO RDL-RELATIONSHIP
           MOVE '** NONE **' TO RDL-PHONE
           IF WS-GUARDIANS-OPENED
               MOVE 'N' TO WS-GDN-EOF-SW
               MOVE STUDENT-ID TO GDN-STUDENT-ID
               MOVE 0 TO GDN-SEQ
               START GUARDIANS KEY IS NOT LESS THAN GDN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-GDN-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-GUARDIANS
                   READ GUARDIANS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GDN-EOF-SW
                       NOT AT END
                           IF GDN-STUDENT-ID = STUDENT-ID
                               MOVE GDN-RELATIONSHIP
                                   TO RDL-RELATIONSHIP
                               MOVE GDN-PHONE TO RDL-PHONE
                           END-IF
                           MOVE 'Y' TO WS-GDN-EOF-SW
                   END-READ
               END-PERFORM
           END-IF.

       END PROGRAM ROUTE-MANIFEST.
