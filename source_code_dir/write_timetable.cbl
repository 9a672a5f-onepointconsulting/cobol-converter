      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Maintenance loader for the master timetable. Loads
      *          lessons from timetable-input.txt into the keyed
      *          timetable.txt file - CLASS-NAME, day and period, with
      *          the SUBJECT-CODE, the TCH-TEACHER-ID teaching it and
      *          the room - so who teaches which subject to which
      *          class in which period is on file instead of on the
      *          staffroom whiteboard. A candidate is rejected with a
      *          message when its CLASS-NAME is not one the school
      *          runs, its day or period is out of range, its teacher
      *          is not on teachers.txt, its SUBJECT-CODE is not on
      *          the courses.txt catalog, its teacher is already
      *          booked elsewhere in that period, or its room is
      *          already booked in that period. A lesson already on
      *          file for the class, day and period has its record
      *          REWRITEn in place, since a changed teacher or room
      *          is the usual maintenance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-TIMETABLE-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TIMETABLE ASSIGN TO 'timetable.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTB-KEY
               FILE STATUS IS WS-TIMETABLE-STATUS.

               SELECT TEACHERS ASSIGN TO 'teachers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-TEACHER-ID
               FILE STATUS IS WS-TEACHERS-STATUS.

               SELECT COURSES ASSIGN TO 'courses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SUBJECT-CODE
               FILE STATUS IS WS-COURSES-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'timetable-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TIMETABLE.
           COPY TIMETABL.

           FD TEACHERS.
           COPY TEACHER.

           FD COURSES.
           COPY COURSE.

      *    One lesson per line, in the same order and widths as
      *    TIMETABLE-FILE.
           FD INPUT-CTL.
           01 ITT-TIMETABLE-REC.
               05 ITT-CLASS-NAME PIC X(3).
               05 ITT-DAY PIC 9(1).
               05 ITT-PERIOD PIC 9(2).
               05 ITT-SUBJECT-CODE PIC X(4).
               05 ITT-TEACHER-ID PIC 9(4).
               05 ITT-ROOM PIC X(5).

           WORKING-STORAGE SECTION.
           01 WS-TIMETABLE-STATUS PIC X(2) VALUE '00'.
               88 WS-TIMETABLE-FILE-OK VALUE '00'.
               88 WS-TIMETABLE-FILE-NOT-FOUND VALUE '35'.

           01 WS-TEACHERS-STATUS PIC X(2) VALUE '00'.
               88 WS-TEACHERS-FILE-OK VALUE '00'.

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

           01 WS-TIMETABLE-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-TIMETABLE VALUE 'Y'.

           01 WS-VALID-SW PIC X(1).
               88 WS-LESSON-VALID VALUE 'Y'.

      *    Every lesson on file, loaded once at open and kept up to
      *    date as lessons are written, so a teacher or room clash
      *    with any other class in the same day and period can be
      *    caught without rereading the file per candidate.
           01 WS-SLOT-TABLE.
               05 WS-SLOT-ENTRY OCCURS 600 TIMES.
                   10 WS-SLOT-CLASS PIC X(3).
                   10 WS-SLOT-DAY PIC 9(1).
                   10 WS-SLOT-PERIOD PIC 9(2).
                   10 WS-SLOT-TEACHER PIC 9(4).
                   10 WS-SLOT-ROOM PIC X(5).
           01 WS-SLOT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-SLOT-SUB PIC 9(5) COMP.
           01 WS-SLOT-FOUND-SUB PIC 9(5) COMP.
           01 WS-CLASH-CLASS PIC X(3).

           01 WS-WRITTEN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REPLACED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1100-OPEN-TEACHERS-FILE
           IF NOT WS-TEACHERS-FILE-OK
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 1000-OPEN-TIMETABLE-FILE
           PERFORM 1050-LOAD-SLOT-TABLE
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
           CLOSE TEACHERS.
           CLOSE TIMETABLE.
           DISPLAY 'LESSONS WRITTEN: ' WS-WRITTEN-COUNT.
           DISPLAY 'LESSONS REPLACED: ' WS-REPLACED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Opens timetable.txt for update. An indexed file must exist
      * before it can be opened I-O, so a missing file is created
      * empty first and then reopened for I-O.
      ******************************************************************
       1000-OPEN-TIMETABLE-FILE.
           OPEN I-O TIMETABLE
           IF WS-TIMETABLE-FILE-NOT-FOUND
               OPEN OUTPUT TIMETABLE
               CLOSE TIMETABLE
               OPEN I-O TIMETABLE
           END-IF.

      ******************************************************************
      * Loads every lesson already on timetable.txt into
      * WS-SLOT-TABLE for the clash checks.
      ******************************************************************
       1050-LOAD-SLOT-TABLE.
           MOVE LOW-VALUES TO TTB-KEY
           START TIMETABLE KEY IS NOT LESS THAN TTB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TIMETABLE-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-TIMETABLE
               READ TIMETABLE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TIMETABLE-EOF-SW
                   NOT AT END
                       IF WS-SLOT-COUNT < 600
                           ADD 1 TO WS-SLOT-COUNT
                           MOVE WS-SLOT-COUNT TO WS-SLOT-FOUND-SUB
                           PERFORM 2500-STORE-SLOT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Opens the teacher master every lesson's teacher is checked
      * against. Without it no teacher can be proved, so nothing is
      * loaded.
      ******************************************************************
       1100-OPEN-TEACHERS-FILE.
           OPEN INPUT TEACHERS
           IF NOT WS-TEACHERS-FILE-OK
               DISPLAY 'TEACHERS.TXT NOT FOUND - NO TEACHER TO CHECK '
                   'AGAINST, RUN REFUSED'
           END-IF.

      ******************************************************************
      * Opens the course catalog the SUBJECT-CODE is checked against.
      * A missing catalog just means that check is not made, the
      * same as the enrollment loader.
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
      * Opens timetable-input.txt, the data-driven list of lessons to
      * load this run. A missing input file just means nothing to
      * do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'TIMETABLE-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           ELSE
               MOVE 'Y' TO WS-INPUT-OPEN-SW
           END-IF.

      ******************************************************************
      * Writes one TIMETABLE-FILE record unless a check below turns
      * it away. A lesson already on file for the class, day and
      * period has its record REWRITEn in place and is counted as
      * replaced.
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE ITT-CLASS-NAME TO TTB-CLASS-NAME
           MOVE ITT-DAY TO TTB-DAY
           MOVE ITT-PERIOD TO TTB-PERIOD
           MOVE ITT-SUBJECT-CODE TO TTB-SUBJECT-CODE
           MOVE ITT-TEACHER-ID TO TTB-TEACHER-ID
           MOVE ITT-ROOM TO TTB-ROOM
           MOVE 'Y' TO WS-VALID-SW
           PERFORM 2100-CHECK-CLASS-AND-SLOT
           IF WS-LESSON-VALID
               PERFORM 2200-CHECK-TEACHER-AND-SUBJECT
           END-IF
           IF WS-LESSON-VALID
               PERFORM 2300-CHECK-CLASHES
           END-IF
           IF WS-LESSON-VALID
               WRITE TIMETABLE-FILE
                   INVALID KEY
                       REWRITE TIMETABLE-FILE
                       ADD 1 TO WS-REPLACED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               PERFORM 2400-FIND-SLOT-ENTRY
               IF WS-SLOT-FOUND-SUB = 0 AND WS-SLOT-COUNT < 600
                   ADD 1 TO WS-SLOT-COUNT
                   MOVE WS-SLOT-COUNT TO WS-SLOT-FOUND-SUB
               END-IF
               IF WS-SLOT-FOUND-SUB > 0
                   PERFORM 2500-STORE-SLOT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      ******************************************************************
      * Rejects a lesson for a CLASS-NAME the school does not run or
      * a day or period outside the school week.
      ******************************************************************
       2100-CHECK-CLASS-AND-SLOT.
           IF NOT VALID-TTB-CLASS-NAME
               MOVE 'N' TO WS-VALID-SW
               DISPLAY 'CLASS ' ITT-CLASS-NAME ' DAY ' ITT-DAY
                   ' PERIOD ' ITT-PERIOD
                   ' HAS UNKNOWN CLASS-NAME - RECORD REJECTED'
           ELSE
               IF NOT VALID-TTB-DAY OR NOT VALID-TTB-PERIOD
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY 'CLASS ' ITT-CLASS-NAME ' DAY ' ITT-DAY
                       ' PERIOD ' ITT-PERIOD
                       ' HAS INVALID DAY OR PERIOD - RECORD REJECTED'
               END-IF
           END-IF.

      ******************************************************************
      * Rejects a lesson whose teacher is not on the teacher master,
      * or whose SUBJECT-CODE is not on the course catalog when the
      * catalog is on file.
      ******************************************************************
       2200-CHECK-TEACHER-AND-SUBJECT.
           MOVE ITT-TEACHER-ID TO TCH-TEACHER-ID
           READ TEACHERS
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY 'CLASS ' ITT-CLASS-NAME ' DAY ' ITT-DAY
                       ' PERIOD ' ITT-PERIOD ' HAS UNKNOWN TEACHER '
                       ITT-TEACHER-ID ' - RECORD REJECTED'
           END-READ
           IF WS-LESSON-VALID AND WS-COURSES-OPENED
               MOVE ITT-SUBJECT-CODE TO CRS-SUBJECT-CODE
               READ COURSES
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY 'CLASS ' ITT-CLASS-NAME ' DAY ' ITT-DAY
                           ' PERIOD ' ITT-PERIOD ' SUBJECT '
                           ITT-SUBJECT-CODE
                           ' NOT ON COURSE CATALOG - RECORD REJECTED'
               END-READ
           END-IF.

      ******************************************************************
      * Rejects a lesson whose teacher, or whose room, is already
      * booked for another class in the same day and period. The
      * lesson this candidate replaces is its own slot and cannot
      * clash with it.
      ******************************************************************
       2300-CHECK-CLASHES.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                   OR NOT WS-LESSON-VALID
               IF WS-SLOT-DAY (WS-SLOT-SUB) = TTB-DAY
                   AND WS-SLOT-PERIOD (WS-SLOT-SUB) = TTB-PERIOD
                   AND WS-SLOT-CLASS (WS-SLOT-SUB) NOT = TTB-CLASS-NAME
                   MOVE WS-SLOT-CLASS (WS-SLOT-SUB) TO WS-CLASH-CLASS
                   IF WS-SLOT-TEACHER (WS-SLOT-SUB) = TTB-TEACHER-ID
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY 'CLASS ' ITT-CLASS-NAME ' DAY ' ITT-DAY
                           ' PERIOD ' ITT-PERIOD ' TEACHER '
                           ITT-TEACHER-ID ' ALREADY BOOKED WITH CLASS '
                           WS-CLASH-CLASS ' - RECORD REJECTED'
                   ELSE
                       IF TTB-ROOM NOT = SPACES
                           AND WS-SLOT-ROOM (WS-SLOT-SUB) = TTB-ROOM
                           MOVE 'N' TO WS-VALID-SW
                           DISPLAY 'CLASS ' ITT-CLASS-NAME ' DAY '
                               ITT-DAY ' PERIOD ' ITT-PERIOD ' ROOM '
                               ITT-ROOM ' ALREADY BOOKED BY CLASS '
                               WS-CLASH-CLASS ' - RECORD REJECTED'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Leaves the WS-SLOT-TABLE subscript of the lesson for the
      * current class, day and period in WS-SLOT-FOUND-SUB, or zero
      * when the slot is new.
      ******************************************************************
       2400-FIND-SLOT-ENTRY.
           MOVE 0 TO WS-SLOT-FOUND-SUB
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                   OR WS-SLOT-FOUND-SUB > 0
               IF WS-SLOT-CLASS (WS-SLOT-SUB) = TTB-CLASS-NAME
                   AND WS-SLOT-DAY (WS-SLOT-SUB) = TTB-DAY
                   AND WS-SLOT-PERIOD (WS-SLOT-SUB) = TTB-PERIOD
                   MOVE WS-SLOT-SUB TO WS-SLOT-FOUND-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * Copies the current TIMETABLE-FILE record into the table slot
      * at WS-SLOT-FOUND-SUB.
      ******************************************************************
       2500-STORE-SLOT.
           MOVE TTB-CLASS-NAME TO WS-SLOT-CLASS (WS-SLOT-FOUND-SUB)
           MOVE TTB-DAY TO WS-SLOT-DAY (WS-SLOT-FOUND-SUB)
           MOVE TTB-PERIOD TO WS-SLOT-PERIOD (WS-SLOT-FOUND-SUB)
           MOVE TTB-TEACHER-ID TO WS-SLOT-TEACHER (WS-SLOT-FOUND-SUB)
           MOVE TTB-ROOM TO WS-SLOT-ROOM (WS-SLOT-FOUND-SUB).

       END PROGRAM WRITE-TIMETABLE-FILE.
