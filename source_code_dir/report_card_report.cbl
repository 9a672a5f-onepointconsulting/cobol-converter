      *                   before the cards go home. No term on the
      *                   command line, or no enrollment file, skips
      *                   the check and prints the cards as before.
      *   2026-10-15 GF - Print the subject title off the keyed
      *                   courses.txt catalog next to each
      *                   SUBJECT-CODE, so a parent reading the card
      *                   sees ENGLISH II and not just ENG2. A code
      *                   not on the catalog is flagged in the title
      *                   column; a missing catalog leaves it blank.
      *   2026-10-15 GF - Look up enrollments, marks and subject titles
      *                   and close those files off switches set when
      *                   the files open, not the file status every READ
      *                   overwrites.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CARD-REPORT.
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENROLLMENTS-STATUS.

               SELECT COURSES ASSIGN TO 'courses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SUBJECT-CODE
               FILE STATUS IS WS-COURSES-STATUS.

               SELECT CARD-RPT ASSIGN TO 'report-cards.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

           FD ENROLLMENTS.
           COPY ENROLL.

           FD COURSES.
           COPY COURSE.

           FD CARD-RPT.
           01 RPT-LINE PIC X(80).


           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.
           01 WS-GRADES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GRADES-OPENED VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-ENROLLMENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-ENROLLMENTS-FILE-OK VALUE '00'.
           01 WS-ENROLLMENTS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ENROLLMENTS-OPENED VALUE 'Y'.

           01 WS-ENR-EOF-SW PIC X(1).
               88 WS-END-OF-ENROLLMENTS VALUE 'Y'.

           01 WS-COURSES-STATUS PIC X(2) VALUE '00'.
               88 WS-COURSES-FILE-OK VALUE '00'.
           01 WS-COURSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-COURSES-OPENED VALUE 'Y'.

           01 WS-TITLE-SUBJECT PIC X(4).
           01 WS-SUBJECT-TITLE PIC X(25).

           01 WS-CHECK-TERM PIC 9(1) VALUE 0.
           01 WS-TERM-GIVEN-SW PIC X(1) VALUE 'N'.
               88 WS-TERM-GIVEN VALUE 'Y'.
               05 HDG-CLASS-NAME PIC X(3).

           01 HDG-LINE-3.
               05 FILLER PIC X(8) VALUE 'SUBJECT'.
               05 FILLER PIC X(27) VALUE 'TITLE'.
               05 FILLER PIC X(4) VALUE 'TERM'.
               05 FILLER PIC X(5) VALUE SPACES.
               05 FILLER PIC X(4) VALUE 'MARK'.

           01 DTL-LINE.
               05 DTL-SUBJECT-CODE PIC X(4).
               05 FILLER PIC X(4) VALUE SPACES.
               05 DTL-SUBJECT-TITLE PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-TERM PIC 9(1).
               05 FILLER PIC X(8) VALUE SPACES.
               05 DTL-MARK PIC ZZ9.
           01 MISSING-LINE.
               05 FILLER PIC X(12) VALUE '** NO MARK: '.
               05 MSL-SUBJECT-CODE PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 MSL-SUBJECT-TITLE PIC X(25).
               05 FILLER PIC X(7) VALUE '  TERM '.
               05 MSL-TERM PIC 9(1).

           END-PERFORM
           CLOSE STUDENT.
           CLOSE GRADES.
           IF WS-ENROLLMENTS-OPENED
               CLOSE ENROLLMENTS
           END-IF
           IF WS-COURSES-OPENED
               CLOSE COURSES
           END-IF
           CLOSE CARD-RPT.
           DISPLAY 'REPORT CARDS PRINTED: ' WS-STUDENT-COUNT.
           IF WS-TERM-GIVEN
      ******************************************************************
      * Opens the roster and grades files for input and the report
      * file for output. A missing roster means nothing to print; a
      * missing grades file means every card reports no marks on file,
      * and a missing course catalog leaves the title column blank.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT STUDENT
           IF NOT WS-GRADES-FILE-OK
               DISPLAY 'STUDENTS-GRADES.TXT NOT FOUND - CARDS WILL '
                   'SHOW NO MARKS'
           ELSE
               MOVE 'Y' TO WS-GRADES-OPEN-SW
           END-IF
           IF WS-TERM-GIVEN
               OPEN INPUT ENROLLMENTS
               IF NOT WS-ENROLLMENTS-FILE-OK
                   DISPLAY 'STUDENTS-ENROLLMENTS.TXT NOT FOUND - '
                       'MISSING-MARK CHECK DISABLED'
               ELSE
                   MOVE 'Y' TO WS-ENROLLMENTS-OPEN-SW
               END-IF
           END-IF
           OPEN INPUT COURSES
           IF NOT WS-COURSES-FILE-OK
               DISPLAY 'COURSES.TXT NOT FOUND - CARDS WILL SHOW NO '
                   'SUBJECT TITLES'
           ELSE
               MOVE 'Y' TO WS-COURSES-OPEN-SW
           END-IF
           OPEN OUTPUT CARD-RPT.

      ******************************************************************

           MOVE 0 TO WS-MARK-COUNT
           MOVE 0 TO WS-MARK-TOTAL
           IF WS-GRADES-OPENED
               PERFORM 3000-PRINT-STUDENT-MARKS
           END-IF

               WRITE RPT-LINE
           END-IF

           IF WS-TERM-GIVEN AND WS-ENROLLMENTS-OPENED
                   AND WS-GRADES-OPENED
               PERFORM 4000-FLAG-MISSING-MARKS
           END-IF
           ADD 1 TO WS-STUDENT-COUNT.
      ******************************************************************
       3100-PRINT-MARK-LINE.
           MOVE GRD-SUBJECT-CODE TO DTL-SUBJECT-CODE
           MOVE GRD-SUBJECT-CODE TO WS-TITLE-SUBJECT
           PERFORM 3200-FIND-SUBJECT-TITLE
           MOVE WS-SUBJECT-TITLE TO DTL-SUBJECT-TITLE
           MOVE GRD-TERM TO DTL-TERM
           MOVE GRD-MARK TO DTL-MARK
           MOVE DTL-LINE TO RPT-LINE
           ADD 1 TO WS-MARK-COUNT
           ADD GRD-MARK TO WS-MARK-TOTAL.

      ******************************************************************
      * Reads courses.txt by key for WS-TITLE-SUBJECT, leaving the
      * course title in WS-SUBJECT-TITLE - a flag when the code is not
      * on the catalog, spaces when there is no catalog at all.
      ******************************************************************
       3200-FIND-SUBJECT-TITLE.
           MOVE SPACES TO WS-SUBJECT-TITLE
           IF WS-COURSES-OPENED
               MOVE WS-TITLE-SUBJECT TO CRS-SUBJECT-CODE
               READ COURSES
                   INVALID KEY
                       MOVE '** NOT ON CATALOG **' TO WS-SUBJECT-TITLE
                   NOT INVALID KEY
                       MOVE CRS-TITLE TO WS-SUBJECT-TITLE
               END-READ
           END-IF.

      ******************************************************************
      * Walks the current student's enrollments and flags each
      * enrolled subject that has no mark on file for the check
           READ GRADES
               INVALID KEY
                   MOVE ENR-SUBJECT-CODE TO MSL-SUBJECT-CODE
                   MOVE ENR-SUBJECT-CODE TO WS-TITLE-SUBJECT
                   PERFORM 3200-FIND-SUBJECT-TITLE
                   MOVE WS-SUBJECT-TITLE TO MSL-SUBJECT-TITLE
                   MOVE WS-CHECK-TERM TO MSL-TERM
                   MOVE MISSING-LINE TO RPT-LINE
                   WRITE RPT-LINE
