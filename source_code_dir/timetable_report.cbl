      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Print the weekly timetable off the keyed
      *          timetable.txt: one page per class, a grid of periods
      *          down and Monday to Friday across with the subject and
      *          room in each lesson's cell, followed by one page per
      *          teacher on teachers.txt with the class, subject and
      *          room of every lesson that teacher takes. A teacher
      *          with no lessons on file still gets an empty page, so
      *          a gap in the week shows up before the term starts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TIMETABLE ASSIGN TO 'timetable.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TTB-KEY
               FILE STATUS IS WS-TIMETABLE-STATUS.

               SELECT TEACHERS ASSIGN TO 'teachers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCH-TEACHER-ID
               FILE STATUS IS WS-TEACHERS-STATUS.

               SELECT TIMETABLE-RPT ASSIGN TO 'timetable.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TIMETABLE.
           COPY TIMETABL.

           FD TEACHERS.
           COPY TEACHER.

           FD TIMETABLE-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-TIMETABLE-STATUS PIC X(2) VALUE '00'.
               88 WS-TIMETABLE-FILE-OK VALUE '00'.

           01 WS-TEACHERS-STATUS PIC X(2) VALUE '00'.
               88 WS-TEACHERS-FILE-OK VALUE '00'.

           01 WS-TIMETABLE-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-TIMETABLE VALUE 'Y'.

           01 WS-TEACHERS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-TEACHERS-FILE VALUE 'Y'.

      *    Every lesson on file, loaded once in key order - class,
      *    day, period - so the class pages fall out of one pass and
      *    each teacher page is a scan of the table.
           01 WS-LESSON-TABLE.
               05 WS-LSN-ENTRY OCCURS 600 TIMES.
                   10 WS-LSN-CLASS PIC X(3).
                   10 WS-LSN-DAY PIC 9(1).
                   10 WS-LSN-PERIOD PIC 9(2).
                   10 WS-LSN-SUBJECT PIC X(4).
                   10 WS-LSN-TEACHER PIC 9(4).
                   10 WS-LSN-ROOM PIC X(5).
           01 WS-LESSON-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LSN-SUB PIC 9(5) COMP.

      *    The week being printed, one cell per period and day.
           01 WS-GRID.
               05 WS-GRID-PERIOD OCCURS 10 TIMES.
                   10 WS-GRID-CELL OCCURS 5 TIMES PIC X(15).
           01 WS-PERIOD-SUB PIC 9(3) COMP.
           01 WS-DAY-SUB PIC 9(3) COMP.

           01 WS-CLASS-CELL.
               05 FILLER PIC X(1) VALUE SPACES.
               05 CCL-SUBJECT PIC X(4).
               05 FILLER PIC X(1) VALUE SPACES.
               05 CCL-ROOM PIC X(5).
               05 FILLER PIC X(4) VALUE SPACES.

           01 WS-TEACHER-CELL.
               05 FILLER PIC X(1) VALUE SPACES.
               05 TCL-CLASS PIC X(3).
               05 FILLER PIC X(1) VALUE SPACES.
               05 TCL-SUBJECT PIC X(4).
               05 FILLER PIC X(1) VALUE SPACES.
               05 TCL-ROOM PIC X(5).

           01 WS-PREV-CLASS PIC X(3) VALUE SPACES.
           01 WS-PAGE-NO PIC 9(3) VALUE 0.
           01 WS-CLASS-PAGES PIC 9(5) COMP VALUE 0.
           01 WS-TEACHER-PAGES PIC 9(5) COMP VALUE 0.

           01 HDG-LINE-1.
               05 FILLER PIC X(30) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'WEEKLY TIMETABLE'.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-CLASS-LINE.
               05 FILLER PIC X(7) VALUE 'CLASS: '.
               05 HDG-CLASS-NAME PIC X(3).

           01 HDG-TEACHER-LINE.
               05 FILLER PIC X(9) VALUE 'TEACHER: '.
               05 HDG-TEACHER-ID PIC 9(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 HDG-TEACHER-NAME PIC A(25).

           01 HDG-DAY-LINE.
               05 FILLER PIC X(5) VALUE 'PER'.
               05 FILLER PIC X(15) VALUE ' MONDAY'.
               05 FILLER PIC X(15) VALUE ' TUESDAY'.
               05 FILLER PIC X(15) VALUE ' WEDNESDAY'.
               05 FILLER PIC X(15) VALUE ' THURSDAY'.
               05 FILLER PIC X(15) VALUE ' FRIDAY'.

           01 GRID-LINE.
               05 FILLER PIC X(1) VALUE 'P'.
               05 GRL-PERIOD PIC 99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 GRL-CELL OCCURS 5 TIMES PIC X(15).

           01 PAGE-BREAK-LINE.
               05 FILLER PIC X(80) VALUE ALL '-'.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-LESSON-TABLE
           IF NOT WS-TIMETABLE-FILE-OK
               GO TO 0000-MAIN-EXIT
           END-IF

           OPEN OUTPUT TIMETABLE-RPT
           PERFORM 2000-PRINT-CLASS-PAGES
           PERFORM 3000-PRINT-TEACHER-PAGES
           CLOSE TIMETABLE-RPT.
           DISPLAY 'LESSONS ON FILE: ' WS-LESSON-COUNT.
           DISPLAY 'CLASS PAGES PRINTED: ' WS-CLASS-PAGES.
           DISPLAY 'TEACHER PAGES PRINTED: ' WS-TEACHER-PAGES.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Loads timetable.txt into WS-LESSON-TABLE in key order. A
      * missing timetable means nothing to print.
      ******************************************************************
       1000-LOAD-LESSON-TABLE.
           OPEN INPUT TIMETABLE
           IF NOT WS-TIMETABLE-FILE-OK
               DISPLAY 'TIMETABLE.TXT NOT FOUND - NOTHING TO REPORT'
           ELSE
               PERFORM UNTIL WS-END-OF-TIMETABLE
                   READ TIMETABLE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TIMETABLE-EOF-SW
                       NOT AT END
                           IF WS-LESSON-COUNT < 600
                               ADD 1 TO WS-LESSON-COUNT
                               MOVE TTB-CLASS-NAME
                                   TO WS-LSN-CLASS (WS-LESSON-COUNT)
                               MOVE TTB-DAY
                                   TO WS-LSN-DAY (WS-LESSON-COUNT)
                               MOVE TTB-PERIOD
                                   TO WS-LSN-PERIOD (WS-LESSON-COUNT)
                               MOVE TTB-SUBJECT-CODE
                                   TO WS-LSN-SUBJECT (WS-LESSON-COUNT)
                               MOVE TTB-TEACHER-ID
                                   TO WS-LSN-TEACHER (WS-LESSON-COUNT)
                               MOVE TTB-ROOM
                                   TO WS-LSN-ROOM (WS-LESSON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE
           END-IF.

      ******************************************************************
      * Prints one page per class: the table is in class order, so a
      * CLASS-NAME control break prints the week just filled and
      * starts the next class's grid.
      ******************************************************************
       2000-PRINT-CLASS-PAGES.
           MOVE SPACES TO WS-GRID
           PERFORM VARYING WS-LSN-SUB FROM 1 BY 1
                   UNTIL WS-LSN-SUB > WS-LESSON-COUNT
               IF WS-LSN-CLASS (WS-LSN-SUB) NOT = WS-PREV-CLASS
                   IF WS-PREV-CLASS NOT = SPACES
                       PERFORM 2100-PRINT-ONE-CLASS-PAGE
                   END-IF
                   MOVE WS-LSN-CLASS (WS-LSN-SUB) TO WS-PREV-CLASS
                   MOVE SPACES TO WS-GRID
               END-IF
               MOVE WS-LSN-SUBJECT (WS-LSN-SUB) TO CCL-SUBJECT
               MOVE WS-LSN-ROOM (WS-LSN-SUB) TO CCL-ROOM
               MOVE WS-LSN-PERIOD (WS-LSN-SUB) TO WS-PERIOD-SUB
               MOVE WS-LSN-DAY (WS-LSN-SUB) TO WS-DAY-SUB
               MOVE WS-CLASS-CELL
                   TO WS-GRID-CELL (WS-PERIOD-SUB, WS-DAY-SUB)
           END-PERFORM
           IF WS-PREV-CLASS NOT = SPACES
               PERFORM 2100-PRINT-ONE-CLASS-PAGE
           END-IF.

      ******************************************************************
      * Prints the page heading and the class's week.
      ******************************************************************
       2100-PRINT-ONE-CLASS-PAGE.
           ADD 1 TO WS-CLASS-PAGES
           PERFORM 5000-PRINT-PAGE-HEADING
           MOVE WS-PREV-CLASS TO HDG-CLASS-NAME
           MOVE HDG-CLASS-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5100-PRINT-GRID.

      ******************************************************************
      * Prints one page per teacher on the teacher master, filling the
      * week from every lesson the teacher takes. A missing teacher
      * file just means no teacher pages.
      ******************************************************************
       3000-PRINT-TEACHER-PAGES.
           OPEN INPUT TEACHERS
           IF NOT WS-TEACHERS-FILE-OK
               DISPLAY 'TEACHERS.TXT NOT FOUND - NO TEACHER PAGES'
           ELSE
               PERFORM UNTIL WS-END-OF-TEACHERS-FILE
                   READ TEACHERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TEACHERS-EOF-SW
                       NOT AT END
                           PERFORM 3100-PRINT-ONE-TEACHER-PAGE
                   END-READ
               END-PERFORM
               CLOSE TEACHERS
           END-IF.

      ******************************************************************
      * Fills the grid with the current teacher's lessons and prints
      * the page.
      ******************************************************************
       3100-PRINT-ONE-TEACHER-PAGE.
           ADD 1 TO WS-TEACHER-PAGES
           MOVE SPACES TO WS-GRID
           PERFORM VARYING WS-LSN-SUB FROM 1 BY 1
                   UNTIL WS-LSN-SUB > WS-LESSON-COUNT
               IF WS-LSN-TEACHER (WS-LSN-SUB) = TCH-TEACHER-ID
                   MOVE WS-LSN-CLASS (WS-LSN-SUB) TO TCL-CLASS
                   MOVE WS-LSN-SUBJECT (WS-LSN-SUB) TO TCL-SUBJECT
                   MOVE WS-LSN-ROOM (WS-LSN-SUB) TO TCL-ROOM
                   MOVE WS-LSN-PERIOD (WS-LSN-SUB) TO WS-PERIOD-SUB
                   MOVE WS-LSN-DAY (WS-LSN-SUB) TO WS-DAY-SUB
                   MOVE WS-TEACHER-CELL
                       TO WS-GRID-CELL (WS-PERIOD-SUB, WS-DAY-SUB)
               END-IF
           END-PERFORM
           PERFORM 5000-PRINT-PAGE-HEADING
           MOVE TCH-TEACHER-ID TO HDG-TEACHER-ID
           MOVE TCH-NAME TO HDG-TEACHER-NAME
           MOVE HDG-TEACHER-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5100-PRINT-GRID.

      ******************************************************************
      * Starts a new page with the page heading and number.
      ******************************************************************
       5000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO
           IF WS-PAGE-NO > 1
               MOVE PAGE-BREAK-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE WS-PAGE-NO TO HDG-PAGE-NO
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Prints the day heading and one line per period of the week
      * held in WS-GRID.
      ******************************************************************
       5100-PRINT-GRID.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-DAY-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 10
               MOVE WS-PERIOD-SUB TO GRL-PERIOD
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 5
                   MOVE WS-GRID-CELL (WS-PERIOD-SUB, WS-DAY-SUB)
                       TO GRL-CELL (WS-DAY-SUB)
               END-PERFORM
               MOVE GRID-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       END PROGRAM TIMETABLE-REPORT.
