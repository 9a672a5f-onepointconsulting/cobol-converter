      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Print the students the buses are missing, grouped by
      *          CLASS-NAME in the page-headed style of
      *          EMERGENCY-CONTACT-RPT - every active student with a
      *          mailing address on the keyed students-addresses.txt
      *          but no seat on students-transport.txt, with the
      *          street and postcode so the office can see which
      *          route the child belongs on. A student who walks or
      *          is driven simply stays on the list; it is the
      *          office's worklist, not an exception report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NO-ROUTE-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT ADDRESSES ASSIGN TO 'students-addresses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESSES-STATUS.

               SELECT TRANSPORT ASSIGN TO 'students-transport.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-STUDENT-ID
               ALTERNATE RECORD KEY IS TRN-ROUTE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSPORT-STATUS.

               SELECT SORT-WORK ASSIGN TO 'noroutewk.tmp'.

               SELECT SORTED-STUDENT ASSIGN TO 'noroutesort.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT NO-ROUTE-RPT ASSIGN TO 'no-route.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD ADDRESSES.
           COPY ADDRESS.

           FD TRANSPORT.
           COPY TRANSPRT.

           SD SORT-WORK.
           01 SW-STUDENT-REC.
               05 SW-CLASS-NAME PIC X(3).
               05 SW-STUDENT-ID PIC 9(5).
               05 SW-NAME PIC A(25).
               05 SW-STREET PIC X(25).
               05 SW-POSTCODE PIC X(10).

           FD SORTED-STUDENT.
           01 SORTED-STUDENT-REC.
               05 SS-CLASS-NAME PIC X(3).
               05 SS-STUDENT-ID PIC 9(5).
               05 SS-NAME PIC A(25).
               05 SS-STREET PIC X(25).
               05 SS-POSTCODE PIC X(10).

           FD NO-ROUTE-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
           01 WS-STUDENT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-STUDENT-OPENED VALUE 'Y'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
           01 WS-ADDRESSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ADDRESSES-OPENED VALUE 'Y'.

           01 WS-TRANSPORT-STATUS PIC X(2) VALUE '00'.
               88 WS-TRANSPORT-FILE-OK VALUE '00'.
           01 WS-TRANSPORT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-TRANSPORT-OPENED VALUE 'Y'.

           01 WS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORTED-FILE VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-FIRST-REC-SW PIC X(1) VALUE 'Y'.
               88 WS-FIRST-RECORD VALUE 'Y'.

           01 WS-SEATED-SW PIC X(1).
               88 WS-SEATED VALUE 'Y'.

           01 WS-PREV-CLASS PIC X(3) VALUE SPACES.
           01 WS-CLASS-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-GRAND-TOTAL PIC 9(5) COMP VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 0.
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

           01 HDG-LINE-1.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(34)
                   VALUE 'STUDENTS WITH AN ADDRESS, NO ROUTE'.
               05 FILLER PIC X(16) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-LINE-2.
               05 FILLER PIC X(10) VALUE 'CLASS: '.
               05 HDG-CLASS-NAME PIC X(3).

           01 STU-LINE.
               05 STU-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(3) VALUE SPACES.
               05 STU-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 STU-STREET PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 STU-POSTCODE PIC X(10).

           01 CLASS-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'STUDENTS IN CLASS: '.
               05 CTL-COUNT PIC ZZ,ZZ9.

           01 GRAND-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'GRAND TOTAL: '.
               05 GTL-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           SORT SORT-WORK ON ASCENDING KEY SW-CLASS-NAME SW-STUDENT-ID
               INPUT PROCEDURE IS 2000-SELECT-UNSEATED-STUDENTS
               GIVING SORTED-STUDENT
           OPEN OUTPUT NO-ROUTE-RPT
           OPEN INPUT SORTED-STUDENT
           PERFORM UNTIL WS-END-OF-SORTED-FILE
               READ SORTED-STUDENT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 3000-PROCESS-RECORD
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 4000-PRINT-CLASS-TOTAL
           END-IF
           MOVE WS-GRAND-TOTAL TO GTL-COUNT
           MOVE GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE SORTED-STUDENT
           CLOSE NO-ROUTE-RPT
       STOP RUN.

      ******************************************************************
      * Confirms students.txt and students-addresses.txt exist
      * before attempting the sort - with either missing nobody can
      * be listed and the report comes out empty. A missing seat
      * file just means no student has a route yet.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO REPORT'
           ELSE
               MOVE 'Y' TO WS-STUDENT-OPEN-SW
           END-IF
           OPEN INPUT ADDRESSES
           IF NOT WS-ADDRESSES-FILE-OK
               DISPLAY 'STUDENTS-ADDRESSES.TXT NOT FOUND - NOTHING '
                   'TO REPORT'
           ELSE
               MOVE 'Y' TO WS-ADDRESSES-OPEN-SW
           END-IF
           OPEN INPUT TRANSPORT
           IF NOT WS-TRANSPORT-FILE-OK
               DISPLAY 'STUDENTS-TRANSPORT.TXT NOT FOUND - NO SEATS '
                   'ASSIGNED'
           ELSE
               MOVE 'Y' TO WS-TRANSPORT-OPEN-SW
           END-IF.

      ******************************************************************
      * SORT input procedure: feeds every active student with an
      * address on file and no seat to the sort step.
      ******************************************************************
       2000-SELECT-UNSEATED-STUDENTS.
           IF WS-STUDENT-OPENED AND WS-ADDRESSES-OPENED
               PERFORM UNTIL WS-END-OF-STUDENT-FILE
                   READ STUDENT NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-STUDENT-EOF-SW
                       NOT AT END
                           IF STUDENT-ACTIVE
                               PERFORM 2100-CHECK-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-STUDENT-OPENED
               CLOSE STUDENT
           END-IF
           IF WS-ADDRESSES-OPENED
               CLOSE ADDRESSES
           END-IF
           IF WS-TRANSPORT-OPENED
               CLOSE TRANSPORT
           END-IF.

      ******************************************************************
      * Reads the student's address and seat by key, releasing the
      * student when the address is on file and the seat is not.
      ******************************************************************
       2100-CHECK-ONE-STUDENT.
           MOVE 'N' TO WS-SEATED-SW
           IF WS-TRANSPORT-OPENED
               MOVE STUDENT-ID TO TRN-STUDENT-ID
               READ TRANSPORT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SEATED-SW
               END-READ
           END-IF
           IF NOT WS-SEATED
               MOVE STUDENT-ID TO ADR-STUDENT-ID
               READ ADDRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLASS-NAME TO SW-CLASS-NAME
                       MOVE STUDENT-ID TO SW-STUDENT-ID
                       MOVE NAME TO SW-NAME
                       MOVE ADR-STREET TO SW-STREET
                       MOVE ADR-POSTCODE TO SW-POSTCODE
                       RELEASE SW-STUDENT-REC
               END-READ
           END-IF.

      ******************************************************************
      * Handles one sorted student: prints a new class header on a
      * CLASS-NAME control break, then the student line.
      ******************************************************************
       3000-PROCESS-RECORD.
           IF WS-FIRST-RECORD OR SS-CLASS-NAME NOT = WS-PREV-CLASS
               IF NOT WS-FIRST-RECORD
                   PERFORM 4000-PRINT-CLASS-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-REC-SW
               MOVE SS-CLASS-NAME TO WS-PREV-CLASS
               MOVE 0 TO WS-CLASS-COUNT
               PERFORM 5000-PRINT-CLASS-HEADER
           END-IF
           MOVE SS-STUDENT-ID TO STU-STUDENT-ID
           MOVE SS-NAME TO STU-NAME
           MOVE SS-STREET TO STU-STREET
           MOVE SS-POSTCODE TO STU-POSTCODE
           MOVE STU-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-CLASS-COUNT
           ADD 1 TO WS-GRAND-TOTAL.

      ******************************************************************
      * Prints the page heading, followed by the class heading, and
      * bumps the page number whenever the page is full.
      ******************************************************************
       5000-PRINT-CLASS-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE WS-PAGE-NO TO HDG-PAGE-NO
               MOVE HDG-LINE-1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 1 TO WS-LINE-COUNT
           END-IF
           MOVE WS-PREV-CLASS TO HDG-CLASS-NAME
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * Prints the headcount for the class that just ended.
      ******************************************************************
       4000-PRINT-CLASS-TOTAL.
           MOVE WS-CLASS-COUNT TO CTL-COUNT
           MOVE CLASS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       END PROGRAM NO-ROUTE-REPORT.
