      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Maintenance loader for staff absences. Loads the
      *          absences the office takes by phone from
      *          staff-absences-input.txt into the keyed
      *          staff-absences.txt file - teacher ID, the day
      *          absent and why - so the cover run knows whose
      *          lessons need a substitute and payroll gets the days
      *          absent from the file instead of the office diary. A
      *          candidate is rejected with a message when its
      *          teacher is not on teachers.txt, its date is not a
      *          real calendar date or not an instructional day on
      *          school-calendar.txt - no lessons, so no cover and
      *          no day absent - or its reason is not one the office
      *          uses. A missing calendar disables the school-day
      *          check. An absence already on file for the teacher
      *          and day has its record REWRITEn in place, since a
      *          corrected reason is the usual maintenance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-STAFF-ABSENCE-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAFF-ABSENCES ASSIGN TO 'staff-absences.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-KEY
               FILE STATUS IS WS-ABSENCES-STATUS.

               SELECT TEACHERS ASSIGN TO 'teachers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-TEACHER-ID
               FILE STATUS IS WS-TEACHERS-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'staff-absences-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

               SELECT CALENDAR-FILE ASSIGN TO 'school-calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STAFF-ABSENCES.
           COPY STAFFABS.

           FD TEACHERS.
           COPY TEACHER.

           FD CALENDAR-FILE.
           COPY CALENDAR.

      *    One teacher-day per line: teacher ID, the day absent as
      *    YYYYMMDD and the reason, in the same widths as
      *    STAFF-ABSENCE-FILE.
           FD INPUT-CTL.
           01 ISA-ABSENCE-REC.
               05 ISA-TEACHER-ID PIC 9(4).
               05 ISA-DATE.
                   10 ISA-YEAR PIC 9(4).
                   10 ISA-MONTH PIC 9(2).
                       88 VALID-ISA-MONTH VALUES 1 THRU 12.
                   10 ISA-DAY PIC 9(2).
                       88 VALID-ISA-DAY VALUES 1 THRU 31.
               05 ISA-REASON PIC X(10).

           WORKING-STORAGE SECTION.
           01 WS-ABSENCES-STATUS PIC X(2) VALUE '00'.
               88 WS-ABSENCES-FILE-OK VALUE '00'.
               88 WS-ABSENCES-FILE-NOT-FOUND VALUE '35'.

           01 WS-TEACHERS-STATUS PIC X(2) VALUE '00'.
               88 WS-TEACHERS-FILE-OK VALUE '00'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.
           01 WS-INPUT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-INPUT-OPENED VALUE 'Y'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

           01 WS-CALENDAR-STATUS PIC X(2) VALUE '00'.
               88 WS-CALENDAR-FILE-OK VALUE '00'.

           01 WS-CALENDAR-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-CALENDAR-FILE VALUE 'Y'.

           01 WS-SCHOOL-DAY-SW PIC X(1).
               88 WS-SCHOOL-DAY VALUE 'Y'.

           01 WS-CALENDAR-TABLE.
               05 WS-CAL-DAY OCCURS 500 TIMES PIC 9(8).
           01 WS-CALENDAR-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-CAL-SUB PIC 9(3) COMP.

           01 WS-VALID-SW PIC X(1).
               88 WS-ABSENCE-VALID VALUE 'Y'.

           01 WS-TODAY PIC 9(8).

           01 WS-WRITTEN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REPLACED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1100-OPEN-TEACHERS-FILE
           IF NOT WS-TEACHERS-FILE-OK
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 1000-OPEN-ABSENCES-FILE
           PERFORM 1250-LOAD-CALENDAR-TABLE
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
           CLOSE TEACHERS.
           CLOSE STAFF-ABSENCES.
           DISPLAY 'ABSENCES WRITTEN: ' WS-WRITTEN-COUNT.
           DISPLAY 'ABSENCES REPLACED: ' WS-REPLACED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Opens staff-absences.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1000-OPEN-ABSENCES-FILE.
           OPEN I-O STAFF-ABSENCES
           IF WS-ABSENCES-FILE-NOT-FOUND
               OPEN OUTPUT STAFF-ABSENCES
               CLOSE STAFF-ABSENCES
               OPEN I-O STAFF-ABSENCES
           END-IF.

      ******************************************************************
      * Opens the teacher master every absence's teacher is checked
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
      * Loads the school-calendar.txt instructional days into
      * WS-CALENDAR-TABLE. A missing calendar file just means no day
      * is checked - reported, so the office knows the guard is off.
      ******************************************************************
       1250-LOAD-CALENDAR-TABLE.
           MOVE 0 TO WS-CALENDAR-COUNT
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-FILE-OK
               DISPLAY 'SCHOOL-CALENDAR.TXT NOT FOUND - SCHOOL-DAY '
                   'CHECK DISABLED'
           ELSE
               PERFORM UNTIL WS-END-OF-CALENDAR-FILE
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-CALENDAR-EOF-SW
                       NOT AT END
                           IF WS-CALENDAR-COUNT < 500
                               ADD 1 TO WS-CALENDAR-COUNT
                               MOVE CAL-DATE TO
                                   WS-CAL-DAY (WS-CALENDAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      ******************************************************************
      * Sets WS-SCHOOL-DAY-SW when the absence's date is on the
      * loaded calendar. No calendar loaded means the check is
      * disabled and every date passes it.
      ******************************************************************
       1260-CHECK-SCHOOL-DAY.
           IF WS-CALENDAR-COUNT = 0
               MOVE 'Y' TO WS-SCHOOL-DAY-SW
           ELSE
               MOVE 'N' TO WS-SCHOOL-DAY-SW
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CALENDAR-COUNT
                   IF ISA-DATE = WS-CAL-DAY (WS-CAL-SUB)
                       MOVE 'Y' TO WS-SCHOOL-DAY-SW
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Opens staff-absences-input.txt, the data-driven list of
      * absences to load this run. A missing input file just means
      * nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'STAFF-ABSENCES-INPUT.TXT NOT FOUND - NOTHING '
                   'TO LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           ELSE
               MOVE 'Y' TO WS-INPUT-OPEN-SW
           END-IF.

      ******************************************************************
      * Writes one STAFF-ABSENCE-FILE record unless a check below
      * turns it away. An absence already on file for the teacher and
      * day has its record REWRITEn in place and is counted as
      * replaced.
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE 'Y' TO WS-VALID-SW
           IF NOT VALID-ISA-MONTH OR NOT VALID-ISA-DAY
               MOVE 'N' TO WS-VALID-SW
               DISPLAY 'TEACHER-ID ' ISA-TEACHER-ID ' DATE ' ISA-DATE
                   ' IS NOT A CALENDAR DATE - RECORD REJECTED'
           END-IF
           IF WS-ABSENCE-VALID
               PERFORM 1260-CHECK-SCHOOL-DAY
               IF NOT WS-SCHOOL-DAY
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY 'TEACHER-ID ' ISA-TEACHER-ID ' DATE '
                       ISA-DATE ' NOT A SCHOOL DAY ON '
                       'SCHOOL-CALENDAR.TXT - RECORD REJECTED'
               END-IF
           END-IF
           IF WS-ABSENCE-VALID
               MOVE ISA-REASON TO SAB-REASON
               IF NOT VALID-SAB-REASON
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY 'TEACHER-ID ' ISA-TEACHER-ID ' DATE '
                       ISA-DATE ' HAS UNKNOWN REASON ' ISA-REASON
                       ' - RECORD REJECTED'
               END-IF
           END-IF
           IF WS-ABSENCE-VALID
               MOVE ISA-TEACHER-ID TO TCH-TEACHER-ID
               READ TEACHERS
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY 'TEACHER-ID ' ISA-TEACHER-ID
                           ' NOT ON TEACHER MASTER - RECORD REJECTED'
               END-READ
           END-IF
           IF WS-ABSENCE-VALID
               MOVE ISA-TEACHER-ID TO SAB-TEACHER-ID
               MOVE ISA-DATE TO SAB-DATE
               MOVE ISA-REASON TO SAB-REASON
               MOVE WS-TODAY TO SAB-RECORDED-DATE
               WRITE STAFF-ABSENCE-FILE
                   INVALID KEY
                       REWRITE STAFF-ABSENCE-FILE
                       ADD 1 TO WS-REPLACED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       END PROGRAM WRITE-STAFF-ABSENCE-FILE.
