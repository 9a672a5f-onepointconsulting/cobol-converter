      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Daily substitute cover run. For the school day given
      *          on the command line as YYYYMMDD - today when none is
      *          given - finds every teacher on staff-absences.txt for
      *          that day, every lesson those teachers teach on that
      *          weekday on timetable.txt, and assigns each lesson a
      *          substitute off substitutes.txt: one on the books,
      *          available that weekday and not already covering
      *          another lesson in the same period, preferring one
      *          whose SUBJECT-CODE matches the lesson and, among
      *          equals, the one with the fewest lessons that day.
      *          Every lesson is recorded on staff-cover.txt, with the
      *          substitute or as uncovered, so who covered what is on
      *          file afterwards. The run can be repeated as more
      *          calls come in: cover already given stands and keeps
      *          its substitute booked, uncovered lessons are tried
      *          again, and cover for a teacher whose absence has
      *          since been withdrawn is removed. A weekend, or a day
      *          not on school-calendar.txt when the calendar is on
      *          file, is refused with return code 8, as is a run
      *          with no timetable. Prints cover-sheet.rpt for the
      *          staff room, in period order, and cover-uncovered.rpt
      *          listing the classes left without cover; return code
      *          4 when any class is left without cover.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVER-RUN.

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

               SELECT STAFF-ABSENCES ASSIGN TO 'staff-absences.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-KEY
               FILE STATUS IS WS-ABSENCES-STATUS.

               SELECT SUBSTITUTES ASSIGN TO 'substitutes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-ID
               FILE STATUS IS WS-SUBSTITUTES-STATUS.

               SELECT COVER ASSIGN TO 'staff-cover.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVR-KEY
               FILE STATUS IS WS-COVER-STATUS.

               SELECT CALENDAR-FILE ASSIGN TO 'school-calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

               SELECT COVER-SHEET ASSIGN TO 'cover-sheet.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT UNCOVERED-RPT ASSIGN TO 'cover-uncovered.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TIMETABLE.
           COPY TIMETABL.

           FD TEACHERS.
           COPY TEACHER.

           FD STAFF-ABSENCES.
           COPY STAFFABS.

           FD SUBSTITUTES.
           COPY SUBPOOL.

           FD COVER.
           COPY COVER.

           FD CALENDAR-FILE.
           COPY CALENDAR.

           FD COVER-SHEET.
           01 SHEET-LINE PIC X(80).

           FD UNCOVERED-RPT.
           01 UNCOVERED-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(20).

           01 WS-TIMETABLE-STATUS PIC X(2) VALUE '00'.
               88 WS-TIMETABLE-FILE-OK VALUE '00'.

           01 WS-TEACHERS-STATUS PIC X(2) VALUE '00'.
               88 WS-TEACHERS-FILE-OK VALUE '00'.
           01 WS-TEACHERS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-TEACHERS-OPENED VALUE 'Y'.

           01 WS-ABSENCES-STATUS PIC X(2) VALUE '00'.
               88 WS-ABSENCES-FILE-OK VALUE '00'.

           01 WS-SUBSTITUTES-STATUS PIC X(2) VALUE '00'.
               88 WS-SUBSTITUTES-FILE-OK VALUE '00'.
           01 WS-SUBSTITUTES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-SUBSTITUTES-OPENED VALUE 'Y'.

           01 WS-COVER-STATUS PIC X(2) VALUE '00'.
               88 WS-COVER-FILE-OK VALUE '00'.
               88 WS-COVER-FILE-NOT-FOUND VALUE '35'.

           01 WS-CALENDAR-STATUS PIC X(2) VALUE '00'.
               88 WS-CALENDAR-FILE-OK VALUE '00'.

           01 WS-SCAN-EOF-SW PIC X(1).
               88 WS-END-OF-SCAN VALUE 'Y'.

           01 WS-CALENDAR-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-CALENDAR-FILE VALUE 'Y'.

           01 WS-SCHOOL-DAY-SW PIC X(1) VALUE 'N'.
               88 WS-SCHOOL-DAY VALUE 'Y'.

           01 WS-CALENDAR-COUNT PIC 9(5) COMP VALUE 0.

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR PIC 9(4).
               05 WS-RUN-MONTH PIC 9(2).
               05 WS-RUN-DAY PIC 9(2).

      *    Work fields for the day of the week of WS-RUN-DATE, by
      *    Zeller's congruence on a March-first year. WS-WEEKDAY comes
      *    out 1 for Monday through 7 for Sunday, the TTB-DAY numbering.
           01 WS-Z-YEAR PIC 9(4).
           01 WS-Z-MONTH PIC 9(2).
           01 WS-Z-CENTURY PIC 9(2).
           01 WS-Z-YEAR-OF-CENTURY PIC 9(2).
           01 WS-Z-MONTH-TERM PIC 9(3).
           01 WS-Z-YEAR-QUARTER PIC 9(2).
           01 WS-Z-CENTURY-QUARTER PIC 9(2).
           01 WS-Z-TOTAL PIC 9(5).
           01 WS-Z-QUOTIENT PIC 9(5).
           01 WS-Z-H PIC 9(1).
           01 WS-WEEKDAY PIC 9(1).

           01 WS-DAY-NAMES-TEXT.
               05 FILLER PIC X(9) VALUE 'MONDAY'.
               05 FILLER PIC X(9) VALUE 'TUESDAY'.
               05 FILLER PIC X(9) VALUE 'WEDNESDAY'.
               05 FILLER PIC X(9) VALUE 'THURSDAY'.
               05 FILLER PIC X(9) VALUE 'FRIDAY'.
               05 FILLER PIC X(9) VALUE 'SATURDAY'.
               05 FILLER PIC X(9) VALUE 'SUNDAY'.
           01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-TEXT.
               05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.

      *    The teachers absent on the run date.
           01 WS-ABSENT-TABLE.
               05 WS-ABS-TEACHER-ID PIC 9(4) OCCURS 200 TIMES.
           01 WS-ABSENT-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ABS-SUB PIC 9(3) COMP.
           01 WS-ABSENT-SW PIC X(1).
               88 WS-TEACHER-ABSENT VALUE 'Y'.

      *    The substitutes on the books and available on the run
      *    weekday, with the periods each is already booked for and
      *    the number of lessons each is covering that day.
           01 WS-POOL-TABLE.
               05 WS-POOL-ENTRY OCCURS 100 TIMES.
                   10 WS-POOL-ID PIC 9(4).
                   10 WS-POOL-SUBJECT-CODE PIC X(4).
                   10 WS-POOL-LESSONS PIC 9(3) COMP.
                   10 WS-POOL-PERIOD-FLAG PIC X(1) OCCURS 10 TIMES.
                       88 WS-POOL-PERIOD-BOOKED VALUE 'Y'.
           01 WS-POOL-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-POOL-SUB PIC 9(3) COMP.
           01 WS-PERIOD-SUB PIC 9(2) COMP.

      *    The best substitute found so far for the lesson in hand.
           01 WS-BEST-SUB PIC 9(3) COMP.
           01 WS-BEST-MATCH-SW PIC X(1).
               88 WS-BEST-MATCHES VALUE 'Y'.
           01 WS-MATCH-SW PIC X(1).
               88 WS-SUBJECT-MATCHES VALUE 'Y'.

           01 WS-ASSIGNED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-KEPT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-WITHDRAWN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LESSON-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-COVERED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-UNCOVERED-COUNT PIC 9(5) COMP VALUE 0.

           01 WS-TEACHER-NAME PIC X(25).
           01 WS-SUB-NAME PIC X(25).
           01 WS-SUB-PHONE PIC X(15).

           01 HDG-LINE-1.
               05 FILLER PIC X(30) VALUE SPACES.
               05 FILLER PIC X(17) VALUE 'DAILY COVER SHEET'.

           01 HDG-LINE-2.
               05 FILLER PIC X(10) VALUE 'DATE:     '.
               05 HDG-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 HDG-DAY-NAME PIC X(9).

           01 HDG-LINE-3.
               05 FILLER PIC X(6) VALUE 'PERIOD'.
               05 FILLER PIC X(6) VALUE 'CLASS'.
               05 FILLER PIC X(8) VALUE 'SUBJECT'.
               05 FILLER PIC X(6) VALUE 'ROOM'.
               05 FILLER PIC X(21) VALUE 'ABSENT TEACHER'.
               05 FILLER PIC X(21) VALUE 'COVERED BY'.
               05 FILLER PIC X(12) VALUE 'PHONE'.

           01 DTL-LINE.
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-PERIOD PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 DTL-CLASS PIC X(3).
               05 FILLER PIC X(3) VALUE SPACES.
               05 DTL-SUBJECT PIC X(4).
               05 FILLER PIC X(4) VALUE SPACES.
               05 DTL-ROOM PIC X(5).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-TEACHER PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-COVER PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-PHONE PIC X(12).

           01 UNC-HDG-LINE-1.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(29) VALUE 'CLASSES WITHOUT COVER'.

           01 UNC-HDG-LINE-2.
               05 FILLER PIC X(6) VALUE 'PERIOD'.
               05 FILLER PIC X(6) VALUE 'CLASS'.
               05 FILLER PIC X(8) VALUE 'SUBJECT'.
               05 FILLER PIC X(6) VALUE 'ROOM'.
               05 FILLER PIC X(26) VALUE 'ABSENT TEACHER'.

           01 UNC-DTL-LINE.
               05 FILLER PIC X(1) VALUE SPACES.
               05 UNC-PERIOD PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 UNC-CLASS PIC X(3).
               05 FILLER PIC X(3) VALUE SPACES.
               05 UNC-SUBJECT PIC X(4).
               05 FILLER PIC X(4) VALUE SPACES.
               05 UNC-ROOM PIC X(5).
               05 FILLER PIC X(1) VALUE SPACES.
               05 UNC-TEACHER PIC X(25).

           01 TOTAL-LINE-1.
               05 FILLER PIC X(20) VALUE 'TEACHERS ABSENT:    '.
               05 TTL-ABSENT PIC ZZ9.
               05 FILLER PIC X(22) VALUE '   LESSONS TO COVER: '.
               05 TTL-LESSONS PIC ZZ,ZZ9.

           01 TOTAL-LINE-2.
               05 FILLER PIC X(20) VALUE 'LESSONS COVERED:    '.
               05 TTL-COVERED PIC ZZ,ZZ9.
               05 FILLER PIC X(19) VALUE '   WITHOUT COVER: '.
               05 TTL-UNCOVERED PIC ZZ,ZZ9.

           01 MSG-LINE PIC X(80).
           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           IF CMDLINE = SPACE OR LOW-VALUE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF CMDLINE(1:8) IS NOT NUMERIC
                   DISPLAY 'COVER DATE ' CMDLINE
                       ' IS NOT YYYYMMDD - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-MAIN-EXIT
               END-IF
               MOVE CMDLINE(1:8) TO WS-RUN-DATE
           END-IF

           PERFORM 1100-FIND-WEEKDAY
           IF WS-WEEKDAY > 5
               DISPLAY 'COVER DATE ' WS-RUN-DATE ' IS A '
                   WS-DAY-NAME (WS-WEEKDAY) ' - NO LESSONS, RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 1200-CHECK-SCHOOL-CALENDAR
           IF NOT WS-SCHOOL-DAY
               DISPLAY 'COVER DATE ' WS-RUN-DATE
                   ' IS NOT ON SCHOOL-CALENDAR.TXT - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF

           OPEN INPUT TIMETABLE
           IF NOT WS-TIMETABLE-FILE-OK
               DISPLAY 'TIMETABLE.TXT NOT FOUND - NO LESSONS TO '
                   'COVER, RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 1300-OPEN-FILES
           PERFORM 1400-LOAD-ABSENT-TEACHERS
           PERFORM 1500-LOAD-SUBSTITUTE-POOL
           PERFORM 1600-LOAD-EXISTING-COVER
           PERFORM 2000-ASSIGN-COVER
           PERFORM 3000-PRINT-COVER-SHEET

           CLOSE TIMETABLE
           CLOSE COVER
           IF WS-TEACHERS-OPENED
               CLOSE TEACHERS
           END-IF
           IF WS-SUBSTITUTES-OPENED
               CLOSE SUBSTITUTES
           END-IF
           IF WS-UNCOVERED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'TEACHERS ABSENT: ' WS-ABSENT-COUNT.
           DISPLAY 'COVER ASSIGNED THIS RUN: ' WS-ASSIGNED-COUNT.
           DISPLAY 'COVER ALREADY GIVEN: ' WS-KEPT-COUNT.
           DISPLAY 'COVER WITHDRAWN: ' WS-WITHDRAWN-COUNT.
           DISPLAY 'LESSONS WITHOUT COVER: ' WS-UNCOVERED-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Works out the day of the week of WS-RUN-DATE into WS-WEEKDAY,
      * 1 for Monday through 7 for Sunday. January and February count
      * as months 13 and 14 of the year before.
      ******************************************************************
       1100-FIND-WEEKDAY.
           MOVE WS-RUN-YEAR TO WS-Z-YEAR
           MOVE WS-RUN-MONTH TO WS-Z-MONTH
           IF WS-Z-MONTH < 3
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
               REMAINDER WS-Z-YEAR-OF-CENTURY
           COMPUTE WS-Z-TOTAL = 13 * (WS-Z-MONTH + 1)
           DIVIDE WS-Z-TOTAL BY 5 GIVING WS-Z-MONTH-TERM
           DIVIDE WS-Z-YEAR-OF-CENTURY BY 4 GIVING WS-Z-YEAR-QUARTER
           DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-CENTURY-QUARTER
           COMPUTE WS-Z-TOTAL = WS-RUN-DAY + WS-Z-MONTH-TERM
               + WS-Z-YEAR-OF-CENTURY + WS-Z-YEAR-QUARTER
               + WS-Z-CENTURY-QUARTER + 5 * WS-Z-CENTURY
      *    Zeller's H counts 0 for Saturday; shift it to 1 = Monday.
           DIVIDE WS-Z-TOTAL BY 7 GIVING WS-Z-QUOTIENT
               REMAINDER WS-Z-H
           ADD 5 TO WS-Z-H GIVING WS-Z-TOTAL
           DIVIDE WS-Z-TOTAL BY 7 GIVING WS-Z-QUOTIENT
               REMAINDER WS-WEEKDAY
           ADD 1 TO WS-WEEKDAY.

      ******************************************************************
      * Looks for the run date on school-calendar.txt. A missing or
      * empty calendar file just means no day can be ruled out, the
      * same as the attendance poster.
      ******************************************************************
       1200-CHECK-SCHOOL-CALENDAR.
           MOVE 'N' TO WS-SCHOOL-DAY-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-OK
               PERFORM UNTIL WS-END-OF-CALENDAR-FILE
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-CALENDAR-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CALENDAR-COUNT
                           IF CAL-DATE = WS-RUN-DATE
                               MOVE 'Y' TO WS-SCHOOL-DAY-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-CALENDAR-COUNT = 0
               DISPLAY 'SCHOOL-CALENDAR.TXT NOT FOUND - SCHOOL-DAY '
                   'CHECK DISABLED'
               MOVE 'Y' TO WS-SCHOOL-DAY-SW
           END-IF.

      ******************************************************************
      * Opens the teacher master and the substitute pool for names -
      * a missing one just leaves names off the sheet, and with no
      * pool every lesson goes uncovered - and staff-cover.txt for
      * update, creating it empty first if it is not there yet.
      ******************************************************************
       1300-OPEN-FILES.
           OPEN INPUT TEACHERS
           IF NOT WS-TEACHERS-FILE-OK
               DISPLAY 'TEACHERS.TXT NOT FOUND - TEACHER NAMES '
                   'OMITTED'
           ELSE
               MOVE 'Y' TO WS-TEACHERS-OPEN-SW
           END-IF
           OPEN INPUT SUBSTITUTES
           IF NOT WS-SUBSTITUTES-FILE-OK
               DISPLAY 'SUBSTITUTES.TXT NOT FOUND - NO SUBSTITUTE '
                   'TO ASSIGN'
           ELSE
               MOVE 'Y' TO WS-SUBSTITUTES-OPEN-SW
           END-IF
           OPEN I-O COVER
           IF WS-COVER-FILE-NOT-FOUND
               OPEN OUTPUT COVER
               CLOSE COVER
               OPEN I-O COVER
           END-IF.

      ******************************************************************
      * Loads every teacher with an absence on file for the run date
      * into WS-ABSENT-TABLE. The file is keyed teacher first, so the
      * whole file is read through. A missing file means nobody has
      * called in.
      ******************************************************************
       1400-LOAD-ABSENT-TEACHERS.
           OPEN INPUT STAFF-ABSENCES
           IF NOT WS-ABSENCES-FILE-OK
               DISPLAY 'STAFF-ABSENCES.TXT NOT FOUND - NO TEACHER '
                   'ABSENT'
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-END-OF-SCAN
                   READ STAFF-ABSENCES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       NOT AT END
                           IF SAB-DATE = WS-RUN-DATE
                                   AND WS-ABSENT-COUNT < 200
                               ADD 1 TO WS-ABSENT-COUNT
                               MOVE SAB-TEACHER-ID TO
                                   WS-ABS-TEACHER-ID (WS-ABSENT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-ABSENCES
           END-IF.

      ******************************************************************
      * Loads every substitute on the books and available on the run
      * weekday into WS-POOL-TABLE, with no period booked yet.
      ******************************************************************
       1500-LOAD-SUBSTITUTE-POOL.
           IF WS-SUBSTITUTES-OPENED
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-END-OF-SCAN
                   READ SUBSTITUTES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       NOT AT END
                           IF SUB-ACTIVE
                                   AND SUB-AVAILABLE-ON-DAY (WS-WEEKDAY)
                                   AND WS-POOL-COUNT < 100
                               PERFORM 1550-ADD-POOL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Adds the substitute just read to the end of WS-POOL-TABLE.
      ******************************************************************
       1550-ADD-POOL-ENTRY.
           ADD 1 TO WS-POOL-COUNT
           MOVE SUB-ID TO WS-POOL-ID (WS-POOL-COUNT)
           MOVE SUB-SUBJECT-CODE TO WS-POOL-SUBJECT-CODE (WS-POOL-COUNT)
           MOVE 0 TO WS-POOL-LESSONS (WS-POOL-COUNT)
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 10
               MOVE 'N' TO WS-POOL-PERIOD-FLAG
                   (WS-POOL-COUNT, WS-PERIOD-SUB)
           END-PERFORM.

      ******************************************************************
      * Reads back the cover already on file for the run date from an
      * earlier run. Cover for a teacher no longer absent is removed;
      * cover given stands and books its substitute for the period.
      ******************************************************************
       1600-LOAD-EXISTING-COVER.
           MOVE WS-RUN-DATE TO CVR-DATE
           MOVE 0 TO CVR-PERIOD
           MOVE LOW-VALUES TO CVR-CLASS-NAME
           MOVE 'N' TO WS-SCAN-EOF-SW
           START COVER KEY IS NOT LESS THAN CVR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ COVER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF CVR-DATE NOT = WS-RUN-DATE
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       ELSE
                           PERFORM 1650-CHECK-EXISTING-COVER
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Deletes the cover record just read when its teacher is no
      * longer absent, otherwise books its substitute for the period.
      ******************************************************************
       1650-CHECK-EXISTING-COVER.
           MOVE CVR-ABSENT-TEACHER-ID TO TTB-TEACHER-ID
           PERFORM 2100-CHECK-TEACHER-ABSENT
           IF NOT WS-TEACHER-ABSENT
               DELETE COVER RECORD
               ADD 1 TO WS-WITHDRAWN-COUNT
           ELSE
               IF CVR-COVERED
                   PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
                           UNTIL WS-POOL-SUB > WS-POOL-COUNT
                       IF WS-POOL-ID (WS-POOL-SUB) = CVR-SUB-ID
                               AND CVR-PERIOD >= 1
                               AND CVR-PERIOD <= 10
                           MOVE 'Y' TO WS-POOL-PERIOD-FLAG
                               (WS-POOL-SUB, CVR-PERIOD)
                           ADD 1 TO WS-POOL-LESSONS (WS-POOL-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * Reads the timetable through and, for every lesson on the run
      * weekday taught by an absent teacher, keeps cover already given
      * or assigns the best free substitute, recording the lesson on
      * staff-cover.txt either way.
      ******************************************************************
       2000-ASSIGN-COVER.
           MOVE LOW-VALUES TO TTB-KEY
           MOVE 'N' TO WS-SCAN-EOF-SW
           START TIMETABLE KEY IS NOT LESS THAN TTB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ TIMETABLE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF TTB-DAY = WS-WEEKDAY
                           PERFORM 2100-CHECK-TEACHER-ABSENT
                           IF WS-TEACHER-ABSENT
                               PERFORM 2200-COVER-LESSON
                                   THRU 2200-COVER-LESSON-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Sets WS-ABSENT-SW when TTB-TEACHER-ID is on WS-ABSENT-TABLE.
      ******************************************************************
       2100-CHECK-TEACHER-ABSENT.
           MOVE 'N' TO WS-ABSENT-SW
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
                   UNTIL WS-ABS-SUB > WS-ABSENT-COUNT
                   OR WS-TEACHER-ABSENT
               IF WS-ABS-TEACHER-ID (WS-ABS-SUB) = TTB-TEACHER-ID
                   MOVE 'Y' TO WS-ABSENT-SW
               END-IF
           END-PERFORM.

      ******************************************************************
      * Records cover for the lesson in hand. Cover already given
      * stands; otherwise the best free substitute is booked for the
      * period, or the lesson is recorded as uncovered.
      ******************************************************************
       2200-COVER-LESSON.
           MOVE WS-RUN-DATE TO CVR-DATE
           MOVE TTB-PERIOD TO CVR-PERIOD
           MOVE TTB-CLASS-NAME TO CVR-CLASS-NAME
           READ COVER
               INVALID KEY
                   MOVE 'U' TO CVR-STATUS
               NOT INVALID KEY
                   IF CVR-COVERED
                       ADD 1 TO WS-KEPT-COUNT
                       GO TO 2200-COVER-LESSON-EXIT
                   END-IF
           END-READ
           PERFORM 2300-PICK-SUBSTITUTE
           MOVE WS-RUN-DATE TO CVR-DATE
           MOVE TTB-PERIOD TO CVR-PERIOD
           MOVE TTB-CLASS-NAME TO CVR-CLASS-NAME
           MOVE TTB-TEACHER-ID TO CVR-ABSENT-TEACHER-ID
           MOVE TTB-SUBJECT-CODE TO CVR-SUBJECT-CODE
           MOVE TTB-ROOM TO CVR-ROOM
           IF WS-BEST-SUB = 0
               MOVE 0 TO CVR-SUB-ID
               MOVE 'U' TO CVR-STATUS
           ELSE
               MOVE WS-POOL-ID (WS-BEST-SUB) TO CVR-SUB-ID
               MOVE 'C' TO CVR-STATUS
               MOVE 'Y' TO WS-POOL-PERIOD-FLAG
                   (WS-BEST-SUB, TTB-PERIOD)
               ADD 1 TO WS-POOL-LESSONS (WS-BEST-SUB)
               ADD 1 TO WS-ASSIGNED-COUNT
           END-IF
           WRITE COVER-FILE
               INVALID KEY
                   REWRITE COVER-FILE
           END-WRITE.
       2200-COVER-LESSON-EXIT.
           EXIT.

      ******************************************************************
      * Leaves in WS-BEST-SUB the WS-POOL-TABLE subscript of the
      * substitute to book for the lesson in hand, or zero when every
      * substitute is already booked for the period. A SUBJECT-CODE
      * match wins; among equals, the fewest lessons that day.
      ******************************************************************
       2300-PICK-SUBSTITUTE.
           MOVE 0 TO WS-BEST-SUB
           MOVE 'N' TO WS-BEST-MATCH-SW
           IF TTB-PERIOD >= 1 AND TTB-PERIOD <= 10
               PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
                       UNTIL WS-POOL-SUB > WS-POOL-COUNT
                   IF NOT WS-POOL-PERIOD-BOOKED
                           (WS-POOL-SUB, TTB-PERIOD)
                       PERFORM 2350-WEIGH-SUBSTITUTE
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Takes the free substitute at WS-POOL-SUB as the best so far
      * when it is the first found, matches the subject where the
      * best so far does not, or matches as well with fewer lessons.
      ******************************************************************
       2350-WEIGH-SUBSTITUTE.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-POOL-SUBJECT-CODE (WS-POOL-SUB) = TTB-SUBJECT-CODE
               MOVE 'Y' TO WS-MATCH-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-BEST-SUB = 0
                   MOVE WS-POOL-SUB TO WS-BEST-SUB
                   MOVE WS-MATCH-SW TO WS-BEST-MATCH-SW
               WHEN WS-SUBJECT-MATCHES AND NOT WS-BEST-MATCHES
                   MOVE WS-POOL-SUB TO WS-BEST-SUB
                   MOVE WS-MATCH-SW TO WS-BEST-MATCH-SW
               WHEN WS-MATCH-SW = WS-BEST-MATCH-SW
                   AND WS-POOL-LESSONS (WS-POOL-SUB)
                       < WS-POOL-LESSONS (WS-BEST-SUB)
                   MOVE WS-POOL-SUB TO WS-BEST-SUB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Prints the day's cover off staff-cover.txt in period order to
      * cover-sheet.rpt, with every lesson left without cover listed
      * again on cover-uncovered.rpt.
      ******************************************************************
       3000-PRINT-COVER-SHEET.
           OPEN OUTPUT COVER-SHEET
           OPEN OUTPUT UNCOVERED-RPT
           MOVE HDG-LINE-1 TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE WS-RUN-DATE TO HDG-DATE
           MOVE WS-DAY-NAME (WS-WEEKDAY) TO HDG-DAY-NAME
           MOVE HDG-LINE-2 TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE BLANK-LINE TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE HDG-LINE-3 TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE UNC-HDG-LINE-1 TO UNCOVERED-LINE
           WRITE UNCOVERED-LINE
           MOVE HDG-LINE-2 TO UNCOVERED-LINE
           WRITE UNCOVERED-LINE
           MOVE BLANK-LINE TO UNCOVERED-LINE
           WRITE UNCOVERED-LINE
           MOVE UNC-HDG-LINE-2 TO UNCOVERED-LINE
           WRITE UNCOVERED-LINE

           MOVE WS-RUN-DATE TO CVR-DATE
           MOVE 0 TO CVR-PERIOD
           MOVE LOW-VALUES TO CVR-CLASS-NAME
           MOVE 'N' TO WS-SCAN-EOF-SW
           START COVER KEY IS NOT LESS THAN CVR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ COVER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF CVR-DATE NOT = WS-RUN-DATE
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       ELSE
                           PERFORM 3100-PRINT-COVER-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LESSON-COUNT = 0
               MOVE 'NO LESSONS NEED COVER TODAY' TO MSG-LINE
               MOVE MSG-LINE TO SHEET-LINE
               WRITE SHEET-LINE
           END-IF
           IF WS-UNCOVERED-COUNT = 0
               MOVE 'EVERY CLASS IS COVERED' TO MSG-LINE
               MOVE MSG-LINE TO UNCOVERED-LINE
               WRITE UNCOVERED-LINE
           END-IF
           MOVE WS-ABSENT-COUNT TO TTL-ABSENT
           MOVE WS-LESSON-COUNT TO TTL-LESSONS
           MOVE WS-COVERED-COUNT TO TTL-COVERED
           MOVE WS-UNCOVERED-COUNT TO TTL-UNCOVERED
           MOVE BLANK-LINE TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE TOTAL-LINE-1 TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE TOTAL-LINE-2 TO SHEET-LINE
           WRITE SHEET-LINE
           CLOSE COVER-SHEET
           CLOSE UNCOVERED-RPT.

      ******************************************************************
      * Prints one cover record with the absent teacher's name and
      * the substitute's name and phone, or NO COVER, and lists an
      * uncovered lesson on cover-uncovered.rpt as well.
      ******************************************************************
       3100-PRINT-COVER-LINE.
           ADD 1 TO WS-LESSON-COUNT
           MOVE SPACES TO WS-TEACHER-NAME
           IF WS-TEACHERS-OPENED
               MOVE CVR-ABSENT-TEACHER-ID TO TCH-TEACHER-ID
               READ TEACHERS
                   INVALID KEY
                       MOVE SPACES TO TCH-NAME
               END-READ
               MOVE TCH-NAME TO WS-TEACHER-NAME
           END-IF
           IF WS-TEACHER-NAME = SPACES
               MOVE 'TEACHER' TO WS-TEACHER-NAME
               MOVE CVR-ABSENT-TEACHER-ID TO WS-TEACHER-NAME(9:4)
           END-IF
           MOVE CVR-PERIOD TO DTL-PERIOD
           MOVE CVR-CLASS-NAME TO DTL-CLASS
           MOVE CVR-SUBJECT-CODE TO DTL-SUBJECT
           MOVE CVR-ROOM TO DTL-ROOM
           MOVE WS-TEACHER-NAME TO DTL-TEACHER
           IF CVR-COVERED
               ADD 1 TO WS-COVERED-COUNT
               PERFORM 3200-FIND-SUBSTITUTE-NAME
               MOVE WS-SUB-NAME TO DTL-COVER
               MOVE WS-SUB-PHONE TO DTL-PHONE
           ELSE
               ADD 1 TO WS-UNCOVERED-COUNT
               MOVE '** NO COVER **' TO DTL-COVER
               MOVE SPACES TO DTL-PHONE
               MOVE CVR-PERIOD TO UNC-PERIOD
               MOVE CVR-CLASS-NAME TO UNC-CLASS
               MOVE CVR-SUBJECT-CODE TO UNC-SUBJECT
               MOVE CVR-ROOM TO UNC-ROOM
               MOVE WS-TEACHER-NAME TO UNC-TEACHER
               MOVE UNC-DTL-LINE TO UNCOVERED-LINE
               WRITE UNCOVERED-LINE
           END-IF
           MOVE DTL-LINE TO SHEET-LINE
           WRITE SHEET-LINE.

      ******************************************************************
      * Looks up the name and phone of the substitute on the cover
      * record in hand, falling back to the substitute ID.
      ******************************************************************
       3200-FIND-SUBSTITUTE-NAME.
           MOVE SPACES TO WS-SUB-NAME
           MOVE SPACES TO WS-SUB-PHONE
           IF WS-SUBSTITUTES-OPENED
               MOVE CVR-SUB-ID TO SUB-ID
               READ SUBSTITUTES
                   INVALID KEY
                       MOVE SPACES TO SUB-NAME
                       MOVE SPACES TO SUB-PHONE
               END-READ
               MOVE SUB-NAME TO WS-SUB-NAME
               MOVE SUB-PHONE TO WS-SUB-PHONE
           END-IF
           IF WS-SUB-NAME = SPACES
               MOVE 'SUBSTITUTE' TO WS-SUB-NAME
               MOVE CVR-SUB-ID TO WS-SUB-NAME(12:4)
           END-IF.

       END PROGRAM COVER-RUN.
