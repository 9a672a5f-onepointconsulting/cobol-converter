      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Maintenance loader for the substitute pool. Loads
      *          substitutes from substitutes-input.txt into the
      *          keyed substitutes.txt file - substitute ID, name,
      *          phone, the SUBJECT-CODE the substitute is best
      *          placed to cover, the school days the substitute can
      *          be called for and whether the substitute is still on
      *          the books - so the cover run has a pool to assign
      *          from. A candidate is rejected with a message when
      *          its SUBJECT-CODE is not on the courses.txt catalog,
      *          a day flag is not Y or N, or its status is not A or
      *          I. A substitute already on file has its record
      *          REWRITEn in place, since changed availability or a
      *          new phone number is the usual maintenance; one who
      *          leaves is set to I rather than removed, so the
      *          payroll summary can still name them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-SUBSTITUTE-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SUBSTITUTES ASSIGN TO 'substitutes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-ID
               FILE STATUS IS WS-SUBSTITUTES-STATUS.

               SELECT COURSES ASSIGN TO 'courses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SUBJECT-CODE
               FILE STATUS IS WS-COURSES-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'substitutes-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD SUBSTITUTES.
           COPY SUBPOOL.

           FD COURSES.
           COPY COURSE.

      *    One substitute per line, in the same order and widths as
      *    SUBSTITUTE-FILE.
           FD INPUT-CTL.
           01 ISB-SUBSTITUTE-REC.
               05 ISB-ID PIC 9(4).
               05 ISB-NAME PIC A(25).
               05 ISB-PHONE PIC X(15).
               05 ISB-SUBJECT-CODE PIC X(4).
               05 ISB-AVAILABILITY PIC X(5).
               05 ISB-STATUS PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-SUBSTITUTES-STATUS PIC X(2) VALUE '00'.
               88 WS-SUBSTITUTES-FILE-OK VALUE '00'.
               88 WS-SUBSTITUTES-FILE-NOT-FOUND VALUE '35'.

           01 WS-COURSES-STATUS PIC X(2) VALUE '00'.
               88 WS-COURSES-FILE-OK VALUE '00'.
           01 WS-COURSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-COURSES-OPENED VALUE 'Y'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.
           01 WS-INPUT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-INPUT-OPENED VALUE 'Y'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

           01 WS-VALID-SW PIC X(1).
               88 WS-SUBSTITUTE-VALID VALUE 'Y'.

           01 WS-DAY-SUB PIC 9(1) COMP.

           01 WS-WRITTEN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REPLACED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-SUBSTITUTES-FILE
           PERFORM 1200-OPEN-COURSES-FILE
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
           IF WS-COURSES-OPENED
               CLOSE COURSES
           END-IF
           CLOSE SUBSTITUTES.
           DISPLAY 'SUBSTITUTES WRITTEN: ' WS-WRITTEN-COUNT.
           DISPLAY 'SUBSTITUTES REPLACED: ' WS-REPLACED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens substitutes.txt for update. An indexed file must exist
      * before it can be opened I-O, so a missing file is created
      * empty first and then reopened for I-O.
      ******************************************************************
       1000-OPEN-SUBSTITUTES-FILE.
           OPEN I-O SUBSTITUTES
           IF WS-SUBSTITUTES-FILE-NOT-FOUND
               OPEN OUTPUT SUBSTITUTES
               CLOSE SUBSTITUTES
               OPEN I-O SUBSTITUTES
           END-IF.

      ******************************************************************
      * Opens the course catalog the SUBJECT-CODE is checked against.
      * A missing catalog just means that check is not made, the
      * same as the timetable loader.
      ******************************************************************
       1200-OPEN-COURSES-FILE.
           OPEN INPUT COURSES
           IF NOT WS-COURSES-FILE-OK
               DISPLAY 'COURSES.TXT NOT FOUND - SUBJECT CHECK '
                   'DISABLED'
           ELSE
               MOVE 'Y' TO WS-COURSES-OPEN-SW
           END-IF.

      ******************************************************************
      * Opens substitutes-input.txt, the data-driven list of
      * substitutes to load this run. A missing input file just means
      * nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'SUBSTITUTES-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           ELSE
               MOVE 'Y' TO WS-INPUT-OPEN-SW
           END-IF.

      ******************************************************************
      * Writes one SUBSTITUTE-FILE record unless a check below turns
      * it away. A substitute already on file has the record
      * REWRITEn in place and is counted as replaced.
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE ISB-ID TO SUB-ID
           MOVE ISB-NAME TO SUB-NAME
           MOVE ISB-PHONE TO SUB-PHONE
           MOVE ISB-SUBJECT-CODE TO SUB-SUBJECT-CODE
           MOVE ISB-AVAILABILITY TO SUB-AVAILABILITY
           MOVE ISB-STATUS TO SUB-STATUS
           MOVE 'Y' TO WS-VALID-SW
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 5
               IF NOT VALID-SUB-DAY-FLAG (WS-DAY-SUB)
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-PERFORM
           IF NOT WS-SUBSTITUTE-VALID
               DISPLAY 'SUBSTITUTE ' ISB-ID ' HAS AVAILABILITY '
                   ISB-AVAILABILITY ' - NOT Y OR N, RECORD REJECTED'
           ELSE
               IF NOT VALID-SUB-STATUS
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY 'SUBSTITUTE ' ISB-ID ' HAS INVALID STATUS '
                       ISB-STATUS ' - RECORD REJECTED'
               END-IF
           END-IF
           IF WS-SUBSTITUTE-VALID AND WS-COURSES-OPENED
                   AND ISB-SUBJECT-CODE NOT = SPACES
               MOVE ISB-SUBJECT-CODE TO CRS-SUBJECT-CODE
               READ COURSES
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY 'SUBSTITUTE ' ISB-ID ' SUBJECT '
                           ISB-SUBJECT-CODE
                           ' NOT ON COURSE CATALOG - RECORD REJECTED'
               END-READ
           END-IF
           IF WS-SUBSTITUTE-VALID
               WRITE SUBSTITUTE-FILE
                   INVALID KEY
                       REWRITE SUBSTITUTE-FILE
                       ADD 1 TO WS-REPLACED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       END PROGRAM WRITE-SUBSTITUTE-FILE.
