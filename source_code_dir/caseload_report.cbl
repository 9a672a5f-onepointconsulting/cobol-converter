      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Print every counsellor's open cases off the keyed
      *          students-cases.txt, grouped by the counsellor who
      *          owns the case and oldest case first, in the
      *          page-headed style of OVERDUE-ITEMS-REPORT, so heads
      *          of year can see who is carrying what and which
      *          referrals have gone stale. Each case shows its
      *          student and class, the date it was opened and its
      *          age in days on the same 30/360 convention as
      *          PAYPLAN-OVERDUE-REPORT, how many interventions have
      *          been logged and the date of the latest - a case
      *          with none yet shows NONE. A case whose student has
      *          since been deactivated is marked LEFT so it can be
      *          closed. Each counsellor gets a case count and
      *          average age, with a grand total at the end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASELOAD-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT TEACHERS ASSIGN TO 'teachers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-TEACHER-ID
               FILE STATUS IS WS-TEACHERS-STATUS.

               SELECT CASES ASSIGN TO 'students-cases.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-CASES-STATUS.

               SELECT SORT-WORK ASSIGN TO 'caseloadwk.tmp'.

               SELECT SORTED-CASE ASSIGN TO 'caseloadsort.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CASELOAD-RPT ASSIGN TO 'caseload.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD TEACHERS.
           COPY TEACHER.

           FD CASES.
           COPY CASE.

           SD SORT-WORK.
           01 SW-CASE-REC.
               05 SW-COUNSELLOR-ID PIC 9(4).
               05 SW-OPENED-DATE PIC 9(8).
               05 SW-CASE-KEY PIC X(8).
               05 SW-NAME PIC A(25).
               05 SW-CLASS-NAME PIC X(3).
               05 SW-LEFT-FLAG PIC X(4).
               05 SW-INTERVENTION-COUNT PIC 9(2).
               05 SW-LAST-INT-DATE PIC 9(8).

           FD SORTED-CASE.
           01 SORTED-CASE-REC.
               05 SS-COUNSELLOR-ID PIC 9(4).
               05 SS-OPENED-DATE PIC 9(8).
               05 SS-OPENED-PARTS REDEFINES SS-OPENED-DATE.
                   10 SS-OPENED-YEAR PIC 9(4).
                   10 SS-OPENED-MONTH PIC 9(2).
                   10 SS-OPENED-DAY PIC 9(2).
               05 SS-CASE-KEY.
                   10 SS-STUDENT-ID PIC 9(5).
                   10 SS-CASE-NO PIC 9(3).
               05 SS-NAME PIC A(25).
               05 SS-CLASS-NAME PIC X(3).
               05 SS-LEFT-FLAG PIC X(4).
               05 SS-INTERVENTION-COUNT PIC 9(2).
               05 SS-LAST-INT-DATE PIC 9(8).

           FD CASELOAD-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
           01 WS-STUDENT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-STUDENT-OPENED VALUE 'Y'.

           01 WS-TEACHERS-STATUS PIC X(2) VALUE '00'.
               88 WS-TEACHERS-FILE-OK VALUE '00'.
           01 WS-TEACHERS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-TEACHERS-OPENED VALUE 'Y'.

           01 WS-CASES-STATUS PIC X(2) VALUE '00'.
               88 WS-CASES-FILE-OK VALUE '00'.

           01 WS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORTED-FILE VALUE 'Y'.

           01 WS-CASE-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-CASES VALUE 'Y'.

           01 WS-FIRST-REC-SW PIC X(1) VALUE 'Y'.
               88 WS-FIRST-RECORD VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TODAY-YEAR PIC 9(4).
               05 WS-TODAY-MONTH PIC 9(2).
               05 WS-TODAY-DAY PIC 9(2).

           01 WS-CASE-AGE PIC S9(5) COMP.
           01 WS-AVG-AGE PIC 9(5) COMP.

           01 WS-PREV-COUNSELLOR PIC 9(4) VALUE 0.
           01 WS-COUNSELLOR-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-COUNSELLOR-AGE-TOTAL PIC 9(7) COMP VALUE 0.
           01 WS-GRAND-TOTAL PIC 9(5) COMP VALUE 0.
           01 WS-GRAND-AGE-TOTAL PIC 9(7) COMP VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 0.
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

           01 HDG-LINE-1.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(36)
                   VALUE 'OPEN COUNSELLING CASES BY COUNSELLOR'.
               05 FILLER PIC X(14) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-LINE-2.
               05 FILLER PIC X(12) VALUE 'COUNSELLOR: '.
               05 HDG-COUNSELLOR-ID PIC 9(4).
               05 FILLER PIC X(1) VALUE SPACES.
               05 HDG-COUNSELLOR-NAME PIC A(25).

           01 HDG-LINE-3.
               05 FILLER PIC X(6) VALUE 'ID'.
               05 FILLER PIC X(4) VALUE 'NO'.
               05 FILLER PIC X(26) VALUE 'NAME'.
               05 FILLER PIC X(6) VALUE 'CLASS'.
               05 FILLER PIC X(9) VALUE 'OPENED'.
               05 FILLER PIC X(6) VALUE 'DAYS'.
               05 FILLER PIC X(4) VALUE 'INT'.
               05 FILLER PIC X(9) VALUE 'LAST'.

           01 DTL-LINE.
               05 DTL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-CASE-NO PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-NAME PIC A(25).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-CLASS-NAME PIC X(3).
               05 FILLER PIC X(3) VALUE SPACES.
               05 DTL-OPENED-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-DAYS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-INT-COUNT PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-LAST-INT-DATE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-LEFT-FLAG PIC X(4).

           01 COUNSELLOR-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'OPEN CASES: '.
               05 CTL-COUNT PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(18) VALUE 'AVERAGE AGE DAYS: '.
               05 CTL-AVG-AGE PIC ZZZZ9.

           01 GRAND-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'GRAND TOTAL: '.
               05 GTL-COUNT PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(18) VALUE 'AVERAGE AGE DAYS: '.
               05 GTL-AVG-AGE PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           SORT SORT-WORK ON ASCENDING KEY SW-COUNSELLOR-ID
                   SW-OPENED-DATE SW-CASE-KEY
               INPUT PROCEDURE IS 2000-SELECT-OPEN-CASES
               GIVING SORTED-CASE
           OPEN OUTPUT CASELOAD-RPT
           OPEN INPUT SORTED-CASE
           PERFORM UNTIL WS-END-OF-SORTED-FILE
               READ SORTED-CASE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 3000-PROCESS-RECORD
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 4000-PRINT-COUNSELLOR-TOTAL
           END-IF
           MOVE WS-GRAND-TOTAL TO GTL-COUNT
           MOVE 0 TO WS-AVG-AGE
           IF WS-GRAND-TOTAL > 0
               COMPUTE WS-AVG-AGE ROUNDED
                   = WS-GRAND-AGE-TOTAL / WS-GRAND-TOTAL
           END-IF
           MOVE WS-AVG-AGE TO GTL-AVG-AGE
           MOVE GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-TEACHERS-OPENED
               CLOSE TEACHERS
           END-IF
           CLOSE SORTED-CASE
           CLOSE CASELOAD-RPT
       STOP RUN.

      ******************************************************************
      * Confirms students-cases.txt exists before attempting the
      * sort - with no case file there is no caseload and the report
      * comes out empty. A missing roster just means no case can be
      * marked LEFT, and a missing teacher master leaves the
      * counsellor names blank.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT CASES
           IF NOT WS-CASES-FILE-OK
               DISPLAY 'STUDENTS-CASES.TXT NOT FOUND - NOTHING TO '
                   'REPORT'
           END-IF
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NAMES AND CLASSES '
                   'NOT PRINTED'
           ELSE
               MOVE 'Y' TO WS-STUDENT-OPEN-SW
           END-IF
           OPEN INPUT TEACHERS
           IF NOT WS-TEACHERS-FILE-OK
               DISPLAY 'TEACHERS.TXT NOT FOUND - COUNSELLOR NAMES '
                   'NOT PRINTED'
           ELSE
               MOVE 'Y' TO WS-TEACHERS-OPEN-SW
           END-IF.

      ******************************************************************
      * SORT input procedure: feeds every case still open to the
      * sort step with its student's name and class and the date of
      * its latest intervention.
      ******************************************************************
       2000-SELECT-OPEN-CASES.
           IF WS-CASES-FILE-OK
               PERFORM UNTIL WS-END-OF-CASES
                   READ CASES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CASE-EOF-SW
                       NOT AT END
                           IF CAS-OPEN
                               PERFORM 2100-RELEASE-ONE-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASES
           END-IF
           IF WS-STUDENT-OPENED
               CLOSE STUDENT
           END-IF.

      ******************************************************************
      * Reads the case's student by key for the name and class,
      * marking the case LEFT when the student is no longer active,
      * and releases the case.
      ******************************************************************
       2100-RELEASE-ONE-CASE.
           MOVE SPACES TO SW-NAME
           MOVE SPACES TO SW-CLASS-NAME
           MOVE SPACES TO SW-LEFT-FLAG
           IF WS-STUDENT-OPENED
               MOVE CAS-STUDENT-ID TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       MOVE 'LEFT' TO SW-LEFT-FLAG
                   NOT INVALID KEY
                       MOVE NAME TO SW-NAME
                       MOVE CLASS-NAME TO SW-CLASS-NAME
                       IF STUDENT-INACTIVE
                           MOVE 'LEFT' TO SW-LEFT-FLAG
                       END-IF
               END-READ
           END-IF
           MOVE CAS-COUNSELLOR-ID TO SW-COUNSELLOR-ID
           MOVE CAS-OPENED-DATE TO SW-OPENED-DATE
           MOVE CAS-KEY TO SW-CASE-KEY
           MOVE CAS-INTERVENTION-COUNT TO SW-INTERVENTION-COUNT
           MOVE 0 TO SW-LAST-INT-DATE
           IF CAS-INTERVENTION-COUNT > 0
               MOVE CAS-INT-DATE (CAS-INTERVENTION-COUNT)
                   TO SW-LAST-INT-DATE
           END-IF
           RELEASE SW-CASE-REC.

      ******************************************************************
      * Handles one sorted case: prints a new counsellor header on a
      * counsellor control break, then the case line with its age in
      * days on the 30/360 convention.
      ******************************************************************
       3000-PROCESS-RECORD.
           IF WS-FIRST-RECORD OR SS-COUNSELLOR-ID NOT =
                   WS-PREV-COUNSELLOR
               IF NOT WS-FIRST-RECORD
                   PERFORM 4000-PRINT-COUNSELLOR-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-REC-SW
               MOVE SS-COUNSELLOR-ID TO WS-PREV-COUNSELLOR
               MOVE 0 TO WS-COUNSELLOR-COUNT
               MOVE 0 TO WS-COUNSELLOR-AGE-TOTAL
               PERFORM 5000-PRINT-COUNSELLOR-HEADER
           END-IF
           COMPUTE WS-CASE-AGE =
               (WS-TODAY-YEAR - SS-OPENED-YEAR) * 360
               + (WS-TODAY-MONTH - SS-OPENED-MONTH) * 30
               + (WS-TODAY-DAY - SS-OPENED-DAY)
           IF WS-CASE-AGE < 0
               MOVE 0 TO WS-CASE-AGE
           END-IF
           MOVE SS-STUDENT-ID TO DTL-STUDENT-ID
           MOVE SS-CASE-NO TO DTL-CASE-NO
           MOVE SS-NAME TO DTL-NAME
           MOVE SS-CLASS-NAME TO DTL-CLASS-NAME
           MOVE SS-OPENED-DATE TO DTL-OPENED-DATE
           MOVE WS-CASE-AGE TO DTL-DAYS
           MOVE SS-INTERVENTION-COUNT TO DTL-INT-COUNT
           IF SS-INTERVENTION-COUNT = 0
               MOVE 'NONE' TO DTL-LAST-INT-DATE
           ELSE
               MOVE SS-LAST-INT-DATE TO DTL-LAST-INT-DATE
           END-IF
           MOVE SS-LEFT-FLAG TO DTL-LEFT-FLAG
           MOVE DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-COUNSELLOR-COUNT
           ADD 1 TO WS-GRAND-TOTAL
           ADD WS-CASE-AGE TO WS-COUNSELLOR-AGE-TOTAL
           ADD WS-CASE-AGE TO WS-GRAND-AGE-TOTAL.

      ******************************************************************
      * Prints the page heading whenever the page is full, followed
      * by the counsellor's ID and name off the teacher master and
      * the column headings.
      ******************************************************************
       5000-PRINT-COUNSELLOR-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE WS-PAGE-NO TO HDG-PAGE-NO
               MOVE HDG-LINE-1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 1 TO WS-LINE-COUNT
           END-IF
           MOVE WS-PREV-COUNSELLOR TO HDG-COUNSELLOR-ID
           MOVE SPACES TO HDG-COUNSELLOR-NAME
           IF WS-TEACHERS-OPENED
               MOVE WS-PREV-COUNSELLOR TO TCH-TEACHER-ID
               READ TEACHERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TCH-NAME TO HDG-COUNSELLOR-NAME
               END-READ
           END-IF
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT.

      ******************************************************************
      * Prints the open-case count and average case age for the
      * counsellor that just ended.
      ******************************************************************
       4000-PRINT-COUNSELLOR-TOTAL.
           MOVE WS-COUNSELLOR-COUNT TO CTL-COUNT
           COMPUTE WS-AVG-AGE ROUNDED
               = WS-COUNSELLOR-AGE-TOTAL / WS-COUNSELLOR-COUNT
           MOVE WS-AVG-AGE TO CTL-AVG-AGE
           MOVE COUNSELLOR-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       END PROGRAM CASELOAD-REPORT.
