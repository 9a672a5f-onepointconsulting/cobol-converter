      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Year-end run that appends one HST- history record
      *          per scored student to students-history.txt, so
      *          TRAIN-PERCEPTRON retrains on what actually happened
      *          instead of a file assembled by hand. Reads this
      *          year's students-scored.txt and, for every scored
      *          student still active on students.txt, works out the
      *          attendance percentage and latest term average the
      *          same way PERCEPTRON-SCORE does, then sets
      *          HST-ACTUAL-OUTCOME from the year's actual result -
      *          PASS when the student met the promotion criteria
      *          STUDENT-ROLLOVER holds students back on
      *          (promotion-criteria.txt, or the shipped 50/75
      *          defaults), FAIL when either figure fell short. A
      *          student who left during the year has no result and
      *          is skipped, as is one with neither marks nor
      *          attendance on file - nothing was judged, so there
      *          is nothing to learn from. Run once per school year,
      *          before STUDENT-ROLLOVER moves the classes on: the
      *          school year processed (off school-calendar.txt, or
      *          the run date's year when no calendar is on file) is
      *          stamped to history-year.txt and a second run in the
      *          same year is refused, so no year is learned twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-OUTCOME-HISTORY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT ATTENDANCE ASSIGN TO 'students-attendance.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTENDANCE-STATUS.

               SELECT GRADES ASSIGN TO 'students-grades.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADES-STATUS.

               SELECT SCORED-STUDENT ASSIGN TO 'students-scored.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORED-STATUS.

               SELECT HISTORY-FILE ASSIGN TO 'students-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

               SELECT CRITERIA-FILE
               ASSIGN TO 'promotion-criteria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRITERIA-STATUS.

               SELECT CALENDAR-FILE ASSIGN TO 'school-calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

               SELECT HISTORY-YEAR-FILE ASSIGN TO 'history-year.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-YEAR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD ATTENDANCE.
           COPY ATTEND.

           FD GRADES.
           COPY GRADE.

           FD SCORED-STUDENT.
           COPY SCORED.

           FD HISTORY-FILE.
           COPY HISTORY.

           FD CRITERIA-FILE.
           01 CRITERIA-RECORD.
               05 PCR-MIN-AVG PIC 9(3).
               05 PCR-MIN-PCT PIC 9(3).

           FD CALENDAR-FILE.
           COPY CALENDAR.

      *    Holds the school year the last history run processed, the
      *    same single-value style as rollover-year.txt.
           FD HISTORY-YEAR-FILE.
           01 HYR-SCHOOL-YEAR PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-ATTENDANCE-STATUS PIC X(2) VALUE '00'.
               88 WS-ATTENDANCE-FILE-OK VALUE '00'.
           01 WS-ATTENDANCE-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ATTENDANCE-OPENED VALUE 'Y'.

           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.
           01 WS-GRADES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GRADES-OPENED VALUE 'Y'.

           01 WS-SCORED-STATUS PIC X(2) VALUE '00'.
               88 WS-SCORED-FILE-OK VALUE '00'.

           01 WS-HISTORY-STATUS PIC X(2) VALUE '00'.
               88 WS-HISTORY-FILE-OK VALUE '00'.

           01 WS-CRITERIA-STATUS PIC X(2) VALUE '00'.
               88 WS-CRITERIA-FILE-OK VALUE '00'.

           01 WS-CALENDAR-STATUS PIC X(2) VALUE '00'.
               88 WS-CALENDAR-FILE-OK VALUE '00'.

           01 WS-HISTORY-YEAR-STATUS PIC X(2) VALUE '00'.
               88 WS-HISTORY-YEAR-FILE-OK VALUE '00'.

           01 WS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SCORED-FILE VALUE 'Y'.

           01 WS-TODAY PIC 9(8).

           01 WS-SCHOOL-YEAR PIC 9(4) VALUE 0.
           01 WS-LAST-HISTORY-YEAR PIC 9(4) VALUE 0.

           01 WS-ALREADY-RECORDED-SW PIC X(1) VALUE 'N'.
               88 WS-ALREADY-RECORDED VALUE 'Y'.

      *    Promotion criteria - the shipped defaults below stand
      *    unless promotion-criteria.txt overrides them, exactly as
      *    in STUDENT-ROLLOVER.
           01 WS-MIN-AVG PIC 9(3) VALUE 50.
           01 WS-MIN-PCT PIC 9(3) VALUE 75.

           01 WS-ATT-EOF-SW PIC X(1).
               88 WS-END-OF-ATTENDANCE VALUE 'Y'.

           01 WS-GRADES-EOF-SW PIC X(1).
               88 WS-END-OF-GRADES VALUE 'Y'.

           01 WS-DAYS-POSTED PIC 9(3).
           01 WS-ABSENT-COUNT PIC 9(3).
           01 WS-PRESENT-DAYS PIC 9(3).
           01 WS-ATTEND-PCT PIC 9(3).

      *    Marks totaled per term in one pass over the student's
      *    grades, subscripted by GRD-TERM plus one - the latest
      *    term with any marks supplies the term average, the same
      *    tally the perceptron scorer makes.
           01 WS-TERM-TABLE.
               05 WS-TERM-ENTRY OCCURS 10 TIMES.
                   10 WS-TRM-TOTAL PIC 9(7) COMP.
                   10 WS-TRM-COUNT PIC 9(3) COMP.
           01 WS-TRM-SUB PIC 9(3) COMP.
           01 WS-LATEST-TERM-SUB PIC 9(3) COMP.
           01 WS-TERM-AVG PIC 9(3).

           01 WS-HAVE-MARKS-SW PIC X(1).
               88 WS-HAVE-MARKS VALUE 'Y'.

           01 WS-PASS-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-FAIL-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LEFT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-NO-DATA-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 0500-JUDGE-SCHOOL-YEAR
           IF WS-ALREADY-RECORDED
               DISPLAY 'SCHOOL YEAR ' WS-SCHOOL-YEAR
                   ' OUTCOMES ALREADY RECORDED - RUN REFUSED'
               DISPLAY 'A SECOND RUN WOULD TRAIN ON THE YEAR TWICE'
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 0600-READ-PROMOTION-CRITERIA
           PERFORM 1000-OPEN-FILES

           IF NOT WS-SCORED-FILE-OK
               DISPLAY 'STUDENTS-SCORED.TXT NOT FOUND - NOTHING TO '
                   'RECORD'
           ELSE
               IF NOT WS-STUDENT-FILE-OK
                   DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO '
                       'RECORD'
               ELSE
                   PERFORM 1100-OPEN-HISTORY-FILE
                   PERFORM UNTIL WS-END-OF-SCORED-FILE
                       READ SCORED-STUDENT
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2000-RECORD-ONE-STUDENT
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
                   CLOSE STUDENT
                   PERFORM 9800-STAMP-SCHOOL-YEAR
               END-IF
               CLOSE SCORED-STUDENT
           END-IF

           IF WS-GRADES-OPENED
               CLOSE GRADES
           END-IF
           IF WS-ATTENDANCE-OPENED
               CLOSE ATTENDANCE
           END-IF
           DISPLAY 'RECORDED PASS: ' WS-PASS-COUNT.
           DISPLAY 'RECORDED FAIL: ' WS-FAIL-COUNT.
           DISPLAY 'SKIPPED (LEFT DURING YEAR): ' WS-LEFT-COUNT.
           DISPLAY 'SKIPPED (NO MARKS OR ATTENDANCE): '
               WS-NO-DATA-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Judges whether this school year's outcomes have already been
      * recorded: the school year comes off school-calendar.txt - or
      * the run date's year when no calendar is on file - and is
      * compared against the year the last run stamped to
      * history-year.txt.
      ******************************************************************
       0500-JUDGE-SCHOOL-YEAR.
           MOVE WS-TODAY(1:4) TO WS-SCHOOL-YEAR
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-OK
               READ CALENDAR-FILE
                   NOT AT END
                       MOVE CAL-SCHOOL-YEAR TO WS-SCHOOL-YEAR
               END-READ
               CLOSE CALENDAR-FILE
           END-IF
           OPEN INPUT HISTORY-YEAR-FILE
           IF WS-HISTORY-YEAR-FILE-OK
               READ HISTORY-YEAR-FILE
                   NOT AT END
                       MOVE HYR-SCHOOL-YEAR TO WS-LAST-HISTORY-YEAR
               END-READ
               CLOSE HISTORY-YEAR-FILE
           END-IF
           IF WS-LAST-HISTORY-YEAR = WS-SCHOOL-YEAR
               MOVE 'Y' TO WS-ALREADY-RECORDED-SW
           END-IF.

      ******************************************************************
      * Reads the minimum term average and attendance percentage off
      * promotion-criteria.txt. A missing file leaves the shipped
      * defaults in place.
      ******************************************************************
       0600-READ-PROMOTION-CRITERIA.
           OPEN INPUT CRITERIA-FILE
           IF WS-CRITERIA-FILE-OK
               READ CRITERIA-FILE
                   NOT AT END
                       MOVE PCR-MIN-AVG TO WS-MIN-AVG
                       MOVE PCR-MIN-PCT TO WS-MIN-PCT
               END-READ
               CLOSE CRITERIA-FILE
           END-IF.

      ******************************************************************
      * Opens this year's scored students, the roster they are
      * checked against, and the keyed grades and attendance files -
      * a missing grades or attendance file just means that signal
      * is never judged.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT SCORED-STUDENT
           OPEN INPUT STUDENT
           OPEN INPUT GRADES
           IF NOT WS-GRADES-FILE-OK
               DISPLAY 'STUDENTS-GRADES.TXT NOT FOUND - TERM AVERAGE '
                   'NOT JUDGED'
           ELSE
               MOVE 'Y' TO WS-GRADES-OPEN-SW
           END-IF
           OPEN INPUT ATTENDANCE
           IF NOT WS-ATTENDANCE-FILE-OK
               DISPLAY 'STUDENTS-ATTENDANCE.TXT NOT FOUND - '
                   'ATTENDANCE NOT JUDGED'
           ELSE
               MOVE 'Y' TO WS-ATTENDANCE-OPEN-SW
           END-IF.

      ******************************************************************
      * Opens students-history.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
      * missing LINE SEQUENTIAL file.
      ******************************************************************
       1100-OPEN-HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE
           IF NOT WS-HISTORY-FILE-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF.

      ******************************************************************
      * Writes one scored student's history record with the outcome
      * the year actually gave them, skipping a student no longer on
      * the active roster or with nothing on file to judge.
      ******************************************************************
       2000-RECORD-ONE-STUDENT.
           MOVE SCR-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   ADD 1 TO WS-LEFT-COUNT
               NOT INVALID KEY
                   IF STUDENT-INACTIVE
                       ADD 1 TO WS-LEFT-COUNT
                   ELSE
                       PERFORM 2100-TALLY-LATEST-TERM-AVG
                       PERFORM 2200-TALLY-ATTENDANCE-PCT
                       IF NOT WS-HAVE-MARKS AND WS-DAYS-POSTED = 0
                           ADD 1 TO WS-NO-DATA-COUNT
                       ELSE
                           PERFORM 2300-WRITE-HISTORY-RECORD
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Totals the current student's marks per term in one pass over
      * students-grades.txt and leaves the latest marked term's
      * average - the same tally the perceptron scorer makes.
      ******************************************************************
       2100-TALLY-LATEST-TERM-AVG.
           MOVE 0 TO WS-TERM-AVG
           MOVE 'N' TO WS-HAVE-MARKS-SW
           IF WS-GRADES-OPENED
               INITIALIZE WS-TERM-TABLE
               MOVE 0 TO WS-LATEST-TERM-SUB
               MOVE 'N' TO WS-GRADES-EOF-SW
               MOVE STUDENT-ID TO GRD-STUDENT-ID
               MOVE LOW-VALUES TO GRD-SUBJECT-CODE
               MOVE 0 TO GRD-TERM
               START GRADES KEY IS NOT LESS THAN GRD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-GRADES-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-GRADES
                   READ GRADES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GRADES-EOF-SW
                       NOT AT END
                           IF GRD-STUDENT-ID = STUDENT-ID
                               COMPUTE WS-TRM-SUB = GRD-TERM + 1
                               ADD GRD-MARK
                                   TO WS-TRM-TOTAL (WS-TRM-SUB)
                               ADD 1 TO WS-TRM-COUNT (WS-TRM-SUB)
                               IF WS-TRM-SUB > WS-LATEST-TERM-SUB
                                   MOVE WS-TRM-SUB
                                       TO WS-LATEST-TERM-SUB
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-GRADES-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LATEST-TERM-SUB > 0
                   MOVE 'Y' TO WS-HAVE-MARKS-SW
                   COMPUTE WS-TERM-AVG ROUNDED
                       = WS-TRM-TOTAL (WS-LATEST-TERM-SUB)
                       / WS-TRM-COUNT (WS-LATEST-TERM-SUB)
               END-IF
           END-IF.

      ******************************************************************
      * Counts the current student's posted and absent days off
      * students-attendance.txt and leaves the attendance
      * percentage, the same figure ABSENCE-REPORT prints.
      ******************************************************************
       2200-TALLY-ATTENDANCE-PCT.
           MOVE 0 TO WS-DAYS-POSTED
           MOVE 0 TO WS-ABSENT-COUNT
           MOVE 0 TO WS-ATTEND-PCT
           IF WS-ATTENDANCE-OPENED
               MOVE 'N' TO WS-ATT-EOF-SW
               MOVE STUDENT-ID TO ATT-STUDENT-ID
               MOVE 0 TO ATT-DATE
               START ATTENDANCE KEY IS NOT LESS THAN ATT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ATT-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-ATTENDANCE
                   READ ATTENDANCE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ATT-EOF-SW
                       NOT AT END
                           IF ATT-STUDENT-ID = STUDENT-ID
                               ADD 1 TO WS-DAYS-POSTED
                               IF ATT-ABSENT
                                   ADD 1 TO WS-ABSENT-COUNT
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-ATT-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DAYS-POSTED > 0
                   COMPUTE WS-PRESENT-DAYS
                       = WS-DAYS-POSTED - WS-ABSENT-COUNT
                   COMPUTE WS-ATTEND-PCT ROUNDED
                       = WS-PRESENT-DAYS * 100 / WS-DAYS-POSTED
               END-IF
           END-IF.

      ******************************************************************
      * Builds the history record from the scored fields the
      * prediction was made on plus the year's figures, judged
      * against the promotion criteria the way STUDENT-ROLLOVER
      * judges them - a signal with no data on file is not judged.
      ******************************************************************
       2300-WRITE-HISTORY-RECORD.
           MOVE SCR-STUDENT-ID TO HST-STUDENT-ID
           MOVE SCR-NAME TO HST-NAME
           MOVE SCR-CLASS-NAME TO HST-CLASS-NAME
           MOVE SCR-GRADE-LEVEL TO HST-GRADE-LEVEL
           MOVE SCR-ENROLLMENT-DATE TO HST-ENROLLMENT-DATE
           MOVE WS-ATTEND-PCT TO HST-ATTEND-PCT
           MOVE WS-TERM-AVG TO HST-TERM-AVG
           MOVE 'PASS' TO HST-ACTUAL-OUTCOME
           IF WS-HAVE-MARKS AND WS-TERM-AVG < WS-MIN-AVG
               MOVE 'FAIL' TO HST-ACTUAL-OUTCOME
           END-IF
           IF WS-DAYS-POSTED > 0 AND WS-ATTEND-PCT < WS-MIN-PCT
               MOVE 'FAIL' TO HST-ACTUAL-OUTCOME
           END-IF
           WRITE HST-HISTORY-REC
           IF HST-OUTCOME-PASS
               ADD 1 TO WS-PASS-COUNT
           ELSE
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

      ******************************************************************
      * Stamps the school year just processed to history-year.txt,
      * so the next invocation in the same year is refused.
      ******************************************************************
       9800-STAMP-SCHOOL-YEAR.
           MOVE WS-SCHOOL-YEAR TO HYR-SCHOOL-YEAR
           OPEN OUTPUT HISTORY-YEAR-FILE
           WRITE HYR-SCHOOL-YEAR
           CLOSE HISTORY-YEAR-FILE.

       END PROGRAM WRITE-OUTCOME-HISTORY.
