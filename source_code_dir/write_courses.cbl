      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Maintenance loader for the course catalog. Loads
      *          courses from courses-input.txt into the keyed
      *          courses.txt file - SUBJECT-CODE, title, credit
      *          value, subject area, seat limit and the range of
      *          GRADE-LEVELs allowed - so a SUBJECT-CODE on an
      *          enrollment or a mark is checked against a real
      *          course instead of being four free-text characters.
      *          A candidate whose grade range is not one the school
      *          runs is rejected with a message; a SUBJECT-CODE
      *          already on file has its record REWRITEn in place,
      *          since a new title or seat limit is the usual
      *          maintenance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-COURSE-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COURSES ASSIGN TO 'courses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SUBJECT-CODE
               FILE STATUS IS WS-COURSES-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'courses-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD COURSES.
           COPY COURSE.

      *    One course per line, in the same order and widths as
      *    COURSE-FILE.
           FD INPUT-CTL.
           01 ICR-COURSE-REC.
               05 ICR-SUBJECT-CODE PIC X(4).
               05 ICR-TITLE PIC X(25).
               05 ICR-CREDITS PIC 9(2).
               05 ICR-SUBJECT-AREA PIC X(4).
               05 ICR-SEAT-LIMIT PIC 9(3).
               05 ICR-LOW-GRADE PIC 9(2).
               05 ICR-HIGH-GRADE PIC 9(2).

           WORKING-STORAGE SECTION.
           01 WS-COURSES-STATUS PIC X(2) VALUE '00'.
               88 WS-COURSES-FILE-OK VALUE '00'.
               88 WS-COURSES-FILE-NOT-FOUND VALUE '35'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.
           01 WS-INPUT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-INPUT-OPENED VALUE 'Y'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

      *    The GRADE-LEVELs the school runs - the digits of the
      *    VALID-CLASS-NAME codes in STUDENT.CPY.
           01 WS-LOWEST-GRADE PIC 9(2) VALUE 9.
           01 WS-HIGHEST-GRADE PIC 9(2) VALUE 12.

           01 WS-WRITTEN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REPLACED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-COURSES-FILE
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
           CLOSE COURSES.
           DISPLAY 'COURSES WRITTEN: ' WS-WRITTEN-COUNT.
           DISPLAY 'COURSES REPLACED: ' WS-REPLACED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens courses.txt for update. An indexed file must exist
      * before it can be opened I-O, so a missing file is created
      * empty first and then reopened for I-O.
      ******************************************************************
       1000-OPEN-COURSES-FILE.
           OPEN I-O COURSES
           IF WS-COURSES-FILE-NOT-FOUND
               OPEN OUTPUT COURSES
               CLOSE COURSES
               OPEN I-O COURSES
           END-IF.

      ******************************************************************
      * Opens courses-input.txt, the data-driven list of courses to
      * load this run. A missing input file just means nothing to
      * do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'COURSES-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           ELSE
               MOVE 'Y' TO WS-INPUT-OPEN-SW
           END-IF.

      ******************************************************************
      * Writes one COURSE-FILE record unless its grade range falls
      * outside the GRADE-LEVELs the school runs or runs backwards.
      * A SUBJECT-CODE already on file has its record REWRITEn in
      * place and is counted as replaced.
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE ICR-SUBJECT-CODE TO CRS-SUBJECT-CODE
           MOVE ICR-TITLE TO CRS-TITLE
           MOVE ICR-CREDITS TO CRS-CREDITS
           MOVE ICR-SUBJECT-AREA TO CRS-SUBJECT-AREA
           MOVE ICR-SEAT-LIMIT TO CRS-SEAT-LIMIT
           MOVE ICR-LOW-GRADE TO CRS-LOW-GRADE
           MOVE ICR-HIGH-GRADE TO CRS-HIGH-GRADE
           IF CRS-SUBJECT-CODE = SPACES
               OR CRS-LOW-GRADE < WS-LOWEST-GRADE
               OR CRS-HIGH-GRADE > WS-HIGHEST-GRADE
               OR CRS-LOW-GRADE > CRS-HIGH-GRADE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'SUBJECT-CODE ' ICR-SUBJECT-CODE
                   ' HAS INVALID GRADE RANGE ' ICR-LOW-GRADE
                   '-' ICR-HIGH-GRADE ' - RECORD REJECTED'
           ELSE
               WRITE COURSE-FILE
                   INVALID KEY
                       REWRITE COURSE-FILE
                       ADD 1 TO WS-REPLACED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
           END-IF.

       END PROGRAM WRITE-COURSE-FILE.
