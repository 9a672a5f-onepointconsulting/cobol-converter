      *                   below the required authorization level is
      *                   refused - the audit trail finally answers
      *                   who was at the keyboard.
      *   2026-10-15 GF - Graduate only the '12 ' students the
      *                   GRADUATION-AUDIT run judged eligible on
      *                   graduation-audit.txt. A '12 ' student judged
      *                   not eligible, or not audited at all, stays
      *                   active in '12 ' as a registrar hold and
      *                   prints on retention-review.rpt with the
      *                   credits the audit counted, under its own
      *                   total. No audit file on disk means the check
      *                   is not configured yet and the class
      *                   graduates as before, with a warning.
      *   2026-10-15 GF - Print every textbook and library book an
      *                   active student still has out on
      *                   students-loans.txt to unreturned-items.rpt,
      *                   under the class the student is leaving, so
      *                   the books are collected before the year
      *                   closes and the students disperse.
      *   2026-10-15 GF - Judge graduation, list unreturned items and
      *                   close the judgment and loan files off switches
      *                   set when the files open, not the file status
      *                   every READ overwrites.
      *   2026-10-15 GF - Give up each graduate's seat on
      *                   students-transport.txt as the graduate is
      *                   deactivated, as DEACTIVATE-STUDENT does, so
      *                   September's routes are not full of last
      *                   year's class.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-ROLLOVER.
               SELECT RETENTION-RPT ASSIGN TO 'retention-review.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT LOANS ASSIGN TO 'students-loans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LON-KEY
               FILE STATUS IS WS-LOANS-STATUS.

               SELECT ITEMS ASSIGN TO 'library-items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEMS-STATUS.

               SELECT UNRETURNED-RPT ASSIGN TO 'unreturned-items.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPERATORS-FILE ASSIGN TO 'operators.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

               SELECT GRAD-AUDIT-FILE ASSIGN TO 'graduation-audit.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAU-STUDENT-ID
               FILE STATUS IS WS-GRAD-AUDIT-STATUS.

               SELECT TRANSPORT ASSIGN TO 'students-transport.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-STUDENT-ID
               ALTERNATE RECORD KEY IS TRN-ROUTE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           FD RETENTION-RPT.
           01 RPT-LINE PIC X(80).

           FD LOANS.
           COPY LOAN.

           FD ITEMS.
           COPY LIBITEM.

           FD UNRETURNED-RPT.
           01 UNR-LINE PIC X(80).

           FD OPERATORS-FILE.
           COPY OPERATOR.

           FD GRAD-AUDIT-FILE.
           COPY GRADAUD.

           FD TRANSPORT.
           COPY TRANSPRT.

           WORKING-STORAGE SECTION.
           01 WS-OPERATORS-STATUS PIC X(2) VALUE '00'.
               88 WS-OPERATORS-FILE-OK VALUE '00'.

           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.
           01 WS-GRADES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GRADES-OPENED VALUE 'Y'.

           01 WS-ATTENDANCE-STATUS PIC X(2) VALUE '00'.
               88 WS-ATTENDANCE-FILE-OK VALUE '00'.
           01 WS-ATTENDANCE-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ATTENDANCE-OPENED VALUE 'Y'.

           01 WS-CRITERIA-STATUS PIC X(2) VALUE '00'.
               88 WS-CRITERIA-FILE-OK VALUE '00'.
               88 WS-HOLD-BACK VALUE 'Y'.
           01 WS-HELD-COUNT PIC 9(5) COMP VALUE 0.

           01 WS-GRAD-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-GRAD-AUDIT-FILE-OK VALUE '00'.
           01 WS-GRAD-AUDIT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GRAD-AUDIT-OPENED VALUE 'Y'.

           01 WS-REGISTRAR-HOLD-SW PIC X(1).
               88 WS-REGISTRAR-HOLD VALUE 'Y'.
           01 WS-REGISTRAR-HELD-COUNT PIC 9(5) COMP VALUE 0.

           01 WS-LOANS-STATUS PIC X(2) VALUE '00'.
               88 WS-LOANS-FILE-OK VALUE '00'.
           01 WS-LOANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-LOANS-OPENED VALUE 'Y'.

           01 WS-ITEMS-STATUS PIC X(2) VALUE '00'.
               88 WS-ITEMS-FILE-OK VALUE '00'.
           01 WS-ITEMS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ITEMS-OPENED VALUE 'Y'.

           01 WS-LOAN-EOF-SW PIC X(1).
               88 WS-END-OF-LOANS VALUE 'Y'.
           01 WS-UNRETURNED-COUNT PIC 9(5) COMP VALUE 0.

           01 WS-TRANSPORT-STATUS PIC X(2) VALUE '00'.
               88 WS-TRANSPORT-FILE-OK VALUE '00'.
           01 WS-TRANSPORT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-TRANSPORT-OPENED VALUE 'Y'.
           01 WS-SEATS-DROPPED PIC 9(5) COMP VALUE 0.

      *    The roster's bookkeeping, rebuilt from scratch as the
      *    rollover reads through the file, counting each record's
      *    state after this run's change to it.
               05 FILLER PIC X(17) VALUE 'STUDENTS HELD: '.
               05 TTL-HELD PIC ZZ,ZZ9.

           01 REG-LINE.
               05 REG-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REG-NAME PIC A(25).
               05 FILLER PIC X(8) VALUE '  CLASS '.
               05 REG-CLASS-NAME PIC X(3).
               05 FILLER PIC X(10) VALUE '  CREDITS '.
               05 REG-CREDITS PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REG-REASON PIC X(22).

           01 REG-TOTAL-LINE.
               05 FILLER PIC X(17) VALUE 'REGISTRAR HOLDS: '.
               05 TTL-REGISTRAR-HELD PIC ZZ,ZZ9.

           01 UNR-HDG-LINE-1.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE 'UNRETURNED BOOKS AT YEAR END'.

           01 UNR-HDG-LINE-2.
               05 FILLER PIC X(11) VALUE 'RUN DATE: '.
               05 UNR-HDG-DATE PIC 9(8).

           01 UNR-HDG-LINE-3.
               05 FILLER PIC X(7) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(5) VALUE 'CLASS'.
               05 FILLER PIC X(12) VALUE '  COPY'.
               05 FILLER PIC X(18) VALUE 'TITLE'.
               05 FILLER PIC X(3) VALUE 'DUE'.

           01 UNR-DTL-LINE.
               05 UNR-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 UNR-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 UNR-CLASS-NAME PIC X(3).
               05 FILLER PIC X(4) VALUE SPACES.
               05 UNR-TITLE-CODE PIC X(6).
               05 FILLER PIC X(1) VALUE '-'.
               05 UNR-COPY-NO PIC 9(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 UNR-TITLE PIC X(16).
               05 FILLER PIC X(2) VALUE SPACES.
               05 UNR-DUE-DATE PIC 9(8).

           01 UNR-TOTAL-LINE.
               05 FILLER PIC X(17) VALUE 'BOOKS STILL OUT: '.
               05 UNR-TTL-COUNT PIC ZZ,ZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

           01 WS-TO-10-COUNT PIC 9(5) COMP VALUE 0.
           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1300-OPEN-RETENTION-FILES
           PERFORM 1400-OPEN-UNRETURNED-FILES
           PERFORM 1500-OPEN-TRANSPORT-FILE

           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO ROLL OVER'
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF STUDENT-ACTIVE
                               PERFORM 2400-LIST-UNRETURNED-ITEMS
                               PERFORM 2000-ROLL-ONE-STUDENT
                           END-IF
                           PERFORM 2600-TALLY-CONTROL-TOTALS
           END-IF

           PERFORM 3000-FINISH-RETENTION-REPORT
           PERFORM 3100-FINISH-UNRETURNED-REPORT
           CLOSE STUDENT.
           CLOSE AUDIT-FILE.
           IF WS-TRANSPORT-OPENED
               CLOSE TRANSPORT
           END-IF
           PERFORM 0900-RELEASE-ROSTER-LOCK
           DISPLAY 'PROMOTED TO 10: ' WS-TO-10-COUNT.
           DISPLAY 'PROMOTED TO 11: ' WS-TO-11-COUNT.
           DISPLAY 'PROMOTED TO 12: ' WS-TO-12-COUNT.
           DISPLAY 'GRADUATED (DEACTIVATED): ' WS-GRADUATED-COUNT.
           DISPLAY 'HELD BACK (RETENTION): ' WS-HELD-COUNT.
           DISPLAY 'HELD FOR REGISTRAR (NOT ELIGIBLE): '
               WS-REGISTRAR-HELD-COUNT.
           DISPLAY 'SKIPPED (CLASS NOT ON LIST): ' WS-SKIPPED-COUNT.
           DISPLAY 'BOOKS STILL OUT: ' WS-UNRETURNED-COUNT.
           DISPLAY 'BUS SEATS GIVEN UP: ' WS-SEATS-DROPPED.
       0000-MAIN-EXIT.
       STOP RUN.

                   ADD 1 TO WS-TO-12-COUNT
                   PERFORM 2500-REWRITE-AND-AUDIT
               WHEN '12 '
                   PERFORM 2950-JUDGE-GRADUATION
                   IF WS-REGISTRAR-HOLD
                       ADD 1 TO WS-REGISTRAR-HELD-COUNT
                       PERFORM 2850-REPORT-REGISTRAR-HOLD
                   ELSE
                       MOVE 'I' TO STUDENT-STATUS
                       ADD 1 TO WS-GRADUATED-COUNT
                       PERFORM 2500-REWRITE-AND-AUDIT
                       PERFORM 2960-DROP-TRANSPORT-SEAT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'STUDENT-ID ' STUDENT-ID
                       ' NOT ON THE CLASS LIST - LEFT UNCHANGED'
           END-EVALUATE.

      ******************************************************************
      * Judges whether the '12 ' student just passed for promotion
      * may graduate: only a student GRADUATION-AUDIT judged
      * eligible on graduation-audit.txt goes; one judged not
      * eligible, or missing from the audit, is held for the
      * registrar. With no audit file on disk every student goes.
      ******************************************************************
       2950-JUDGE-GRADUATION.
           MOVE 'N' TO WS-REGISTRAR-HOLD-SW
           MOVE 0 TO REG-CREDITS
           IF WS-GRAD-AUDIT-OPENED
               MOVE STUDENT-ID TO GAU-STUDENT-ID
               READ GRAD-AUDIT-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-REGISTRAR-HOLD-SW
                       MOVE 'NOT AUDITED' TO REG-REASON
                   NOT INVALID KEY
                       MOVE GAU-CREDITS TO REG-CREDITS
                       IF GAU-NOT-ELIGIBLE
                           MOVE 'Y' TO WS-REGISTRAR-HOLD-SW
                           MOVE 'NOT ELIGIBLE' TO REG-REASON
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Prints the '12 ' student held back from graduation for the
      * registrar, with the credits the audit counted and why.
      ******************************************************************
       2850-REPORT-REGISTRAR-HOLD.
           MOVE STUDENT-ID TO REG-STUDENT-ID
           MOVE NAME TO REG-NAME
           MOVE CLASS-NAME TO REG-CLASS-NAME
           MOVE REG-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Reads the promotion criteria off promotion-criteria.txt. A
      * missing file just means the shipped defaults stand.
      ******************************************************************
      * Opens the keyed grades and attendance files the retention
      * judgment reads - a missing file just means that signal is
      * never judged - the graduation audit the '12 ' class is
      * graduated against, and the retention-review report.
      ******************************************************************
       1300-OPEN-RETENTION-FILES.
           OPEN INPUT GRAD-AUDIT-FILE
           IF NOT WS-GRAD-AUDIT-FILE-OK
               DISPLAY 'GRADUATION-AUDIT.TXT NOT FOUND - GRADUATION '
                   'CHECK NOT CONFIGURED, CLASS 12 GRADUATES'
           ELSE
               MOVE 'Y' TO WS-GRAD-AUDIT-OPEN-SW
           END-IF
           OPEN INPUT GRADES
           IF NOT WS-GRADES-FILE-OK
               DISPLAY 'STUDENTS-GRADES.TXT NOT FOUND - NO AVERAGES '
                   'TO JUDGE'
           ELSE
               MOVE 'Y' TO WS-GRADES-OPEN-SW
           END-IF
           OPEN INPUT ATTENDANCE
           IF NOT WS-ATTENDANCE-FILE-OK
               DISPLAY 'STUDENTS-ATTENDANCE.TXT NOT FOUND - NO '
                   'ATTENDANCE TO JUDGE'
           ELSE
               MOVE 'Y' TO WS-ATTENDANCE-OPEN-SW
           END-IF
           OPEN OUTPUT RETENTION-RPT
           MOVE HDG-LINE-1 TO RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Opens the loans and item files the unreturned-books list
      * reads - a missing loans file just means nothing is out, a
      * missing item master leaves the titles blank - and the
      * unreturned-items report with its headings.
      ******************************************************************
       1400-OPEN-UNRETURNED-FILES.
           OPEN INPUT LOANS
           IF NOT WS-LOANS-FILE-OK
               DISPLAY 'STUDENTS-LOANS.TXT NOT FOUND - NO BOOKS OUT'
           ELSE
               MOVE 'Y' TO WS-LOANS-OPEN-SW
           END-IF
           OPEN INPUT ITEMS
           IF WS-ITEMS-FILE-OK
               MOVE 'Y' TO WS-ITEMS-OPEN-SW
           END-IF
           OPEN OUTPUT UNRETURNED-RPT
           MOVE UNR-HDG-LINE-1 TO UNR-LINE
           WRITE UNR-LINE
           MOVE WS-TODAY TO UNR-HDG-DATE
           MOVE UNR-HDG-LINE-2 TO UNR-LINE
           WRITE UNR-LINE
           MOVE BLANK-LINE TO UNR-LINE
           WRITE UNR-LINE
           MOVE UNR-HDG-LINE-3 TO UNR-LINE
           WRITE UNR-LINE.

      ******************************************************************
      * Opens the bus seat file for update so a graduate gives up
      * their seat - a missing file just means no one rides.
      ******************************************************************
       1500-OPEN-TRANSPORT-FILE.
           OPEN I-O TRANSPORT
           IF WS-TRANSPORT-FILE-OK
               MOVE 'Y' TO WS-TRANSPORT-OPEN-SW
           END-IF.

      ******************************************************************
      * Gives up the graduate's seat on students-transport.txt, as
      * DEACTIVATE-STUDENT does for a student leaving - a graduate
      * with no seat has nothing to drop.
      ******************************************************************
       2960-DROP-TRANSPORT-SEAT.
           IF WS-TRANSPORT-OPENED
               MOVE STUDENT-ID TO TRN-STUDENT-ID
               DELETE TRANSPORT RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SEATS-DROPPED
               END-DELETE
           END-IF.

      ******************************************************************
      * Prints each book the current student still has out, under
      * the class the student is leaving - run before the student
      * is advanced so the list matches the classrooms the books
      * are collected from.
      ******************************************************************
       2400-LIST-UNRETURNED-ITEMS.
           IF WS-LOANS-OPENED
               MOVE 'N' TO WS-LOAN-EOF-SW
               MOVE STUDENT-ID TO LON-STUDENT-ID
               MOVE 0 TO LON-SEQ
               START LOANS KEY IS NOT LESS THAN LON-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LOAN-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-LOANS
                   READ LOANS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF-SW
                       NOT AT END
                           IF LON-STUDENT-ID NOT = STUDENT-ID
                               MOVE 'Y' TO WS-LOAN-EOF-SW
                           ELSE
                               IF LON-OUT
                                   PERFORM 2450-PRINT-UNRETURNED-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Prints one book still out with its title off the item
      * master.
      ******************************************************************
       2450-PRINT-UNRETURNED-ITEM.
           MOVE SPACES TO UNR-TITLE
           IF WS-ITEMS-OPENED
               MOVE LON-ITEM-KEY TO ITM-KEY
               READ ITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITM-TITLE TO UNR-TITLE
               END-READ
           END-IF
           MOVE STUDENT-ID TO UNR-STUDENT-ID
           MOVE NAME TO UNR-NAME
           MOVE CLASS-NAME TO UNR-CLASS-NAME
           MOVE LON-TITLE-CODE TO UNR-TITLE-CODE
           MOVE LON-COPY-NO TO UNR-COPY-NO
           MOVE LON-DUE-DATE TO UNR-DUE-DATE
           MOVE UNR-DTL-LINE TO UNR-LINE
           WRITE UNR-LINE
           ADD 1 TO WS-UNRETURNED-COUNT.

      ******************************************************************
      * Prints the count of books still out and closes the
      * unreturned-items report and the files it read.
      ******************************************************************
       3100-FINISH-UNRETURNED-REPORT.
           MOVE BLANK-LINE TO UNR-LINE
           WRITE UNR-LINE
           MOVE WS-UNRETURNED-COUNT TO UNR-TTL-COUNT
           MOVE UNR-TOTAL-LINE TO UNR-LINE
           WRITE UNR-LINE
           CLOSE UNRETURNED-RPT
           IF WS-LOANS-OPENED
               CLOSE LOANS
           END-IF
           IF WS-ITEMS-OPENED
               CLOSE ITEMS
           END-IF.

      ******************************************************************
      * Judges the current student against the promotion criteria:
      * the latest term average and the attendance percentage each
       2710-TALLY-LATEST-TERM-AVG.
           MOVE 0 TO WS-TERM-AVG
           MOVE 'N' TO WS-HAVE-MARKS-SW
           IF WS-GRADES-OPENED
               INITIALIZE WS-TERM-TABLE
               MOVE 0 TO WS-LATEST-TERM-SUB
               MOVE 'N' TO WS-GRADES-EOF-SW
           MOVE 0 TO WS-DAYS-POSTED
           MOVE 0 TO WS-ABSENT-COUNT
           MOVE 0 TO WS-ATTEND-PCT
           IF WS-ATTENDANCE-OPENED
               MOVE 'N' TO WS-ATT-EOF-SW
               MOVE STUDENT-ID TO ATT-STUDENT-ID
               MOVE 0 TO ATT-DATE
           WRITE RPT-LINE.

      ******************************************************************
      * Prints the held-student and registrar-hold totals and closes
      * the retention report and the keyed files the judgment read.
      ******************************************************************
       3000-FINISH-RETENTION-REPORT.
           MOVE BLANK-LINE TO RPT-LINE
           MOVE WS-HELD-COUNT TO TTL-HELD
           MOVE TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REGISTRAR-HELD-COUNT TO TTL-REGISTRAR-HELD
           MOVE REG-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE RETENTION-RPT
           IF WS-GRAD-AUDIT-OPENED
               CLOSE GRAD-AUDIT-FILE
           END-IF
           IF WS-GRADES-OPENED
               CLOSE GRADES
           END-IF
           IF WS-ATTENDANCE-OPENED
               CLOSE ATTENDANCE
           END-IF.

