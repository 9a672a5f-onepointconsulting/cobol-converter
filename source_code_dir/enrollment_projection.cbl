      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Next-year enrollment projection and capacity planning
      *          report, for the spring staffing decision. Projects
      *          each CLASS-NAME's September headcount from this
      *          year's students.txt by the rollover's own rules,
      *          read-only: every active student is judged against
      *          promotion-criteria.txt (or the shipped 50/75
      *          defaults) on the latest term average off
      *          students-grades.txt and the attendance percentage
      *          off students-attendance.txt, a student under either
      *          figure staying in the class, the rest moving up a
      *          class; a '12 ' student leaves as a graduate unless
      *          graduation-audit.txt holds them for the registrar.
      *          Candidates still on students-waitlist.txt add to the
      *          class they are waiting for. Each class then loses
      *          its historical withdrawal rate: the students
      *          withdrawn from that class over the recent years -
      *          three, or the count of years given on the command
      *          line - found on students-audit.txt as a
      *          deactivation by DEACTIVATE-STUDENT or the D
      *          transaction that no later rollover entry explains,
      *          averaged per year against the class's active
      *          headcount today. The
      *          projection is printed against class-capacity.txt on
      *          enrollment-projection.rpt, flagging a class
      *          projected over its capacity or under 60 percent of
      *          it, with return code 4 when any class is flagged
      *          and 8 when there is no roster to project from. New
      *          '09 ' admissions not yet on any file are not
      *          counted, and the report says so.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLLMENT-PROJECTION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT WAITLIST-FILE ASSIGN TO 'students-waitlist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.

               SELECT CAPACITY-FILE ASSIGN TO 'class-capacity.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT GRADES ASSIGN TO 'students-grades.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADES-STATUS.

               SELECT ATTENDANCE ASSIGN TO 'students-attendance.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTENDANCE-STATUS.

               SELECT CRITERIA-FILE
               ASSIGN TO 'promotion-criteria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRITERIA-STATUS.

               SELECT GRAD-AUDIT-FILE ASSIGN TO 'graduation-audit.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAU-STUDENT-ID
               FILE STATUS IS WS-GRAD-AUDIT-STATUS.

               SELECT PROJECTION-RPT
               ASSIGN TO 'enrollment-projection.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD WAITLIST-FILE.
           COPY WAITLIST.

           FD CAPACITY-FILE.
           COPY CAPACITY.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD GRADES.
           COPY GRADE.

           FD ATTENDANCE.
           COPY ATTEND.

      *    The promotion criteria the office maintains, the same file
      *    and layout the rollover reads.
           FD CRITERIA-FILE.
           01 CRITERIA-RECORD.
               05 PCR-MIN-AVG PIC 9(3).
               05 PCR-MIN-PCT PIC 9(3).

           FD GRAD-AUDIT-FILE.
           COPY GRADAUD.

           FD PROJECTION-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(20).

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-WAITLIST-STATUS PIC X(2) VALUE '00'.
               88 WS-WAITLIST-FILE-OK VALUE '00'.

           01 WS-CAPACITY-STATUS PIC X(2) VALUE '00'.
               88 WS-CAPACITY-FILE-OK VALUE '00'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

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

           01 WS-GRAD-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-GRAD-AUDIT-FILE-OK VALUE '00'.
           01 WS-GRAD-AUDIT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GRAD-AUDIT-OPENED VALUE 'Y'.

           01 WS-SCAN-EOF-SW PIC X(1).
               88 WS-END-OF-SCAN VALUE 'Y'.

           01 WS-GRADES-EOF-SW PIC X(1).
               88 WS-END-OF-GRADES VALUE 'Y'.

           01 WS-ATT-EOF-SW PIC X(1).
               88 WS-END-OF-ATTENDANCE VALUE 'Y'.

           01 WS-TODAY PIC 9(8).

      *    How many years of withdrawal history the rates are taken
      *    over, and the earliest audit date that falls inside them.
           01 WS-HISTORY-YEARS PIC 9(1) VALUE 3.
           01 WS-HISTORY-FROM PIC 9(8).

      *    A class projected under this percentage of its capacity is
      *    flagged as badly under.
           01 WS-UNDER-PCT PIC 9(3) VALUE 60.

      *    The shipped promotion criteria - a latest term average of
      *    50 and 75 percent attendance - replaced by whatever
      *    promotion-criteria.txt carries, as in the rollover.
           01 WS-MIN-AVG PIC 9(3) VALUE 50.
           01 WS-MIN-PCT PIC 9(3) VALUE 75.

      *    Marks totaled per term in one pass over the student's
      *    grades, subscripted by GRD-TERM plus one - the rollover's
      *    own tally.
           01 WS-TERM-TABLE.
               05 WS-TERM-ENTRY OCCURS 10 TIMES.
                   10 WS-TRM-TOTAL PIC 9(7) COMP.
                   10 WS-TRM-COUNT PIC 9(3) COMP.
           01 WS-TRM-SUB PIC 9(3) COMP.
           01 WS-LATEST-TERM-SUB PIC 9(3) COMP.
           01 WS-TERM-AVG PIC 9(3).
           01 WS-HAVE-MARKS-SW PIC X(1).
               88 WS-HAVE-MARKS VALUE 'Y'.

           01 WS-DAYS-POSTED PIC 9(3).
           01 WS-ABSENT-COUNT PIC 9(3).
           01 WS-PRESENT-DAYS PIC 9(3).
           01 WS-ATTEND-PCT PIC 9(3).

           01 WS-HOLD-SW PIC X(1).
               88 WS-HOLD-BACK VALUE 'Y'.
           01 WS-REGISTRAR-HOLD-SW PIC X(1).
               88 WS-REGISTRAR-HOLD VALUE 'Y'.

      *    Each STUDENT-ID's state on the roster today - A, I, or
      *    space when not on file - and its latest audit entry from a
      *    program that changes STUDENT-STATUS: the date, the class
      *    the student was in, and W for a deactivation or R for the
      *    rollover.
           01 WS-STUDENT-STATE-TABLE.
               05 WS-STUDENT-STATE OCCURS 99999 TIMES PIC X(1).
           01 WS-LAST-ENTRY-TABLE.
               05 WS-LAST-ENTRY OCCURS 99999 TIMES.
                   10 WS-LST-DATE PIC 9(8).
                   10 WS-LST-CLASS PIC X(3).
                   10 WS-LST-KIND PIC X(1).
                       88 WS-LST-WITHDRAWAL VALUE 'W'.
           01 WS-ID-SUB PIC 9(5) COMP.

      *    One slot per class the school runs, in VALID-CLASS-NAME
      *    order, holding today's headcount and each piece of the
      *    September projection.
           01 WS-CLASS-LIST-TEXT PIC X(12) VALUE '09 10 11 12 '.
           01 WS-CLASS-LIST REDEFINES WS-CLASS-LIST-TEXT.
               05 WS-CLASS-LIST-NAME PIC X(3) OCCURS 4 TIMES.
           01 WS-PROJECTION-TABLE.
               05 WS-PRJ-ENTRY OCCURS 4 TIMES.
                   10 WS-PRJ-CURRENT PIC 9(5) COMP.
                   10 WS-PRJ-MOVING-IN PIC 9(5) COMP.
                   10 WS-PRJ-HELD PIC 9(5) COMP.
                   10 WS-PRJ-WAITLIST PIC 9(5) COMP.
                   10 WS-PRJ-WITHDRAWN PIC 9(5) COMP.
                   10 WS-PRJ-RATE PIC 9(3)V9.
                   10 WS-PRJ-EXPECTED-WD PIC 9(5).
                   10 WS-PRJ-PROJECTED PIC 9(5).
                   10 WS-PRJ-CAPACITY PIC 9(3).
                   10 WS-PRJ-HAS-CAP-SW PIC X(1).
                       88 WS-PRJ-HAS-CAPACITY VALUE 'Y'.
           01 WS-CLS-SUB PIC 9(1) COMP.
           01 WS-NEXT-CLS-SUB PIC 9(1) COMP.
           01 WS-LOOKUP-CLASS PIC X(3).
           01 WS-BEFORE-WD PIC 9(5).
           01 WS-UNDER-LIMIT PIC 9(5)V9.
           01 WS-CAPACITY-EDIT PIC ZZZZ9.

           01 WS-GRADUATING-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-RETAINED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REGISTRAR-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-SKIPPED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-FLAGGED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-TOTAL-CURRENT PIC 9(5) COMP VALUE 0.
           01 WS-TOTAL-PROJECTED PIC 9(5) COMP VALUE 0.

           01 HDG-LINE-1.
               05 FILLER PIC X(30) VALUE SPACES.
               05 FILLER PIC X(31)
                   VALUE 'NEXT-YEAR ENROLLMENT PROJECTION'.

           01 HDG-LINE-2.
               05 FILLER PIC X(10) VALUE 'RUN DATE: '.
               05 HDG-DATE PIC 9(8).
               05 FILLER PIC X(31)
                   VALUE '   PROMOTION: LATEST TERM AVG '.
               05 HDG-MIN-AVG PIC ZZ9.
               05 FILLER PIC X(15) VALUE '  ATTENDANCE '.
               05 HDG-MIN-PCT PIC ZZ9.
               05 FILLER PIC X(1) VALUE '%'.

           01 HDG-LINE-3.
               05 FILLER PIC X(36)
                   VALUE 'WITHDRAWAL HISTORY: AUDIT ENTRIES ON'.
               05 FILLER PIC X(9) VALUE ' OR AFTER'.
               05 FILLER PIC X(1) VALUE SPACES.
               05 HDG-HISTORY-FROM PIC 9(8).
               05 FILLER PIC X(2) VALUE ' ('.
               05 HDG-YEARS PIC 9.
               05 FILLER PIC X(7) VALUE ' YEARS)'.

           01 COL-HDG-LINE-1.
               05 FILLER PIC X(5) VALUE 'CLASS'.
               05 FILLER PIC X(5) VALUE 'TODAY'.
               05 FILLER PIC X(6) VALUE 'MOVING'.
               05 FILLER PIC X(6) VALUE '  HELD'.
               05 FILLER PIC X(6) VALUE '  WAIT'.
               05 FILLER PIC X(7) VALUE '  WDRAW'.
               05 FILLER PIC X(6) VALUE '  LESS'.
               05 FILLER PIC X(6) VALUE '  SEPT'.
               05 FILLER PIC X(8) VALUE 'CAPACITY'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(4) VALUE 'FLAG'.

           01 COL-HDG-LINE-2.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(6) VALUE '    UP'.
               05 FILLER PIC X(6) VALUE '  BACK'.
               05 FILLER PIC X(6) VALUE '  LIST'.
               05 FILLER PIC X(7) VALUE '  RATE%'.
               05 FILLER PIC X(6) VALUE ' WDRAW'.
               05 FILLER PIC X(6) VALUE '  PROJ'.

           01 DTL-LINE.
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-CLASS PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-CURRENT PIC ZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-MOVING-IN PIC ZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-HELD PIC ZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-WAITLIST PIC ZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-RATE PIC ZZ9.9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-EXPECTED-WD PIC ZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-PROJECTED PIC ZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 DTL-CAPACITY PIC X(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-FLAG PIC X(23).

           01 TOTAL-LINE.
               05 FILLER PIC X(5) VALUE 'TOTAL'.
               05 TTL-CURRENT PIC ZZZZ9.
               05 FILLER PIC X(32) VALUE SPACES.
               05 TTL-PROJECTED PIC ZZZZ9.

           01 NOTE-LINE.
               05 NTL-TEXT PIC X(40).
               05 NTL-COUNT PIC ZZ,ZZ9.

           01 MSG-LINE PIC X(80).
           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CMDLINE NOT = SPACE AND CMDLINE NOT = LOW-VALUE
               IF CMDLINE(1:1) IS NUMERIC AND CMDLINE(1:1) NOT = '0'
                       AND CMDLINE(2:1) = SPACE
                   MOVE CMDLINE(1:1) TO WS-HISTORY-YEARS
               ELSE
                   DISPLAY 'HISTORY YEARS ' CMDLINE
                       ' IS NOT 1 TO 9 - 3 YEARS USED'
               END-IF
           END-IF
           COMPUTE WS-HISTORY-FROM
               = WS-TODAY - WS-HISTORY-YEARS * 10000

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO PROJECT'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF

           INITIALIZE WS-PROJECTION-TABLE
           INITIALIZE WS-STUDENT-STATE-TABLE
           INITIALIZE WS-LAST-ENTRY-TABLE
           PERFORM 0600-READ-PROMOTION-CRITERIA
           PERFORM 1300-OPEN-JUDGMENT-FILES
           PERFORM 1400-LOAD-CAPACITIES
           PERFORM 2000-PROJECT-ROSTER
           CLOSE STUDENT
           PERFORM 1500-CLOSE-JUDGMENT-FILES
           PERFORM 2500-ADD-WAITLIST
           PERFORM 3000-LOAD-WITHDRAWAL-HISTORY
           PERFORM 3500-COUNT-WITHDRAWALS
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 4
               PERFORM 4000-PROJECT-ONE-CLASS
           END-PERFORM
           PERFORM 5000-PRINT-PROJECTION

           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ACTIVE STUDENTS TODAY: ' WS-TOTAL-CURRENT.
           DISPLAY 'PROJECTED FOR SEPTEMBER: ' WS-TOTAL-PROJECTED.
           DISPLAY 'CLASSES FLAGGED: ' WS-FLAGGED-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Reads the promotion criteria off promotion-criteria.txt. A
      * missing file just means the shipped defaults stand.
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
      * Opens the keyed files the rollover's judgments read - a
      * missing grades or attendance file just means that signal is
      * never judged, and with no graduation audit every '12 '
      * student is taken to graduate, as in the rollover.
      ******************************************************************
       1300-OPEN-JUDGMENT-FILES.
           OPEN INPUT GRAD-AUDIT-FILE
           IF NOT WS-GRAD-AUDIT-FILE-OK
               DISPLAY 'GRADUATION-AUDIT.TXT NOT FOUND - CLASS 12 '
                   'TAKEN TO GRADUATE'
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
           END-IF.

      ******************************************************************
      * Loads each class's limit off class-capacity.txt into its slot
      * on the projection table. A class with no line carries no
      * limit and is never flagged.
      ******************************************************************
       1400-LOAD-CAPACITIES.
           OPEN INPUT CAPACITY-FILE
           IF WS-CAPACITY-FILE-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-END-OF-SCAN
                   READ CAPACITY-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       NOT AT END
                           MOVE CAP-CLASS-NAME TO WS-LOOKUP-CLASS
                           PERFORM 1900-FIND-CLASS-SUB
                           IF WS-CLS-SUB > 0
                               MOVE CAP-MAX-HEADCOUNT
                                   TO WS-PRJ-CAPACITY (WS-CLS-SUB)
                               MOVE 'Y'
                                   TO WS-PRJ-HAS-CAP-SW (WS-CLS-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-FILE
           ELSE
               DISPLAY 'CLASS-CAPACITY.TXT NOT FOUND - NO CLASS '
                   'CARRIES A LIMIT'
           END-IF.

      ******************************************************************
      * Closes whichever judgment files were opened.
      ******************************************************************
       1500-CLOSE-JUDGMENT-FILES.
           IF WS-GRAD-AUDIT-OPENED
               CLOSE GRAD-AUDIT-FILE
           END-IF
           IF WS-GRADES-OPENED
               CLOSE GRADES
           END-IF
           IF WS-ATTENDANCE-OPENED
               CLOSE ATTENDANCE
           END-IF.

      ******************************************************************
      * Leaves in WS-CLS-SUB the projection-table slot of
      * WS-LOOKUP-CLASS, or zero for a class not on the class list.
      ******************************************************************
       1900-FIND-CLASS-SUB.
           MOVE 0 TO WS-CLS-SUB
           PERFORM VARYING WS-NEXT-CLS-SUB FROM 1 BY 1
                   UNTIL WS-NEXT-CLS-SUB > 4 OR WS-CLS-SUB > 0
               IF WS-CLASS-LIST-NAME (WS-NEXT-CLS-SUB) = WS-LOOKUP-CLASS
                   MOVE WS-NEXT-CLS-SUB TO WS-CLS-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * Reads the roster through, noting every student's state for the
      * withdrawal count, and projects each active student forward a
      * year by the rollover's rules.
      ******************************************************************
       2000-PROJECT-ROSTER.
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM UNTIL WS-END-OF-SCAN
               READ STUDENT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF STUDENT-ID > 0
                           MOVE STUDENT-STATUS
                               TO WS-STUDENT-STATE (STUDENT-ID)
                       END-IF
                       IF STUDENT-ACTIVE
                           PERFORM 2100-PROJECT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Projects one active student: held back in the class by the
      * promotion criteria, moved up a class, or - from '12 ' -
      * graduated unless the graduation audit holds them for the
      * registrar. A CLASS-NAME not on the class list is skipped, as
      * the rollover skips it.
      ******************************************************************
       2100-PROJECT-ONE-STUDENT.
           MOVE CLASS-NAME TO WS-LOOKUP-CLASS
           PERFORM 1900-FIND-CLASS-SUB
           IF WS-CLS-SUB = 0
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-PRJ-CURRENT (WS-CLS-SUB)
               PERFORM 2700-JUDGE-PROMOTION
               IF WS-HOLD-BACK
                   ADD 1 TO WS-PRJ-HELD (WS-CLS-SUB)
                   ADD 1 TO WS-RETAINED-COUNT
               ELSE
                   IF WS-CLS-SUB < 4
                       ADD 1 TO WS-PRJ-MOVING-IN (WS-CLS-SUB + 1)
                   ELSE
                       PERFORM 2950-JUDGE-GRADUATION
                       IF WS-REGISTRAR-HOLD
                           ADD 1 TO WS-PRJ-HELD (WS-CLS-SUB)
                           ADD 1 TO WS-REGISTRAR-COUNT
                       ELSE
                           ADD 1 TO WS-GRADUATING-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Adds every candidate still on students-waitlist.txt to the
      * class they are waiting for - one already active on the roster
      * has been seated and is counted there instead. A missing
      * waitlist means nobody is waiting.
      ******************************************************************
       2500-ADD-WAITLIST.
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-FILE-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-END-OF-SCAN
                   READ WAITLIST-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       NOT AT END
                           MOVE WTL-CLASS-NAME TO WS-LOOKUP-CLASS
                           PERFORM 1900-FIND-CLASS-SUB
                           IF WS-CLS-SUB > 0
                               PERFORM 2550-COUNT-WAITING-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

      ******************************************************************
      * Counts the waitlisted candidate just read against the class
      * at WS-CLS-SUB unless already seated on the roster.
      ******************************************************************
       2550-COUNT-WAITING-CANDIDATE.
           IF WTL-STUDENT-ID = 0
               ADD 1 TO WS-PRJ-WAITLIST (WS-CLS-SUB)
           ELSE
               IF WS-STUDENT-STATE (WTL-STUDENT-ID) NOT = 'A'
                   ADD 1 TO WS-PRJ-WAITLIST (WS-CLS-SUB)
               END-IF
           END-IF.

      ******************************************************************
      * Reads students-audit.txt once, keeping each STUDENT-ID's
      * latest entry from a program that changes STUDENT-STATUS -
      * DEACTIVATE-STUDENT-FILE and the D transaction, marked as a
      * withdrawal, and the rollover, which promotes and graduates.
      * STUDENT-TRANSACTIONS audits its adds and updates under the
      * same name, but only a student no longer active is counted,
      * so its latest entry there is the withdrawal.
      ******************************************************************
       3000-LOAD-WITHDRAWAL-HISTORY.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'STUDENTS-AUDIT.TXT NOT FOUND - NO WITHDRAWAL '
                   'HISTORY, RATES TAKEN AS ZERO'
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-END-OF-SCAN
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       NOT AT END
                           IF AUD-STUDENT-ID > 0
                               PERFORM 3100-NOTE-AUDIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      ******************************************************************
      * Notes the audit entry just read against its STUDENT-ID when it
      * comes from one of the status-changing programs.
      ******************************************************************
       3100-NOTE-AUDIT-ENTRY.
           EVALUATE AUD-PROGRAM-NAME
               WHEN 'DEACTIVATE-STUDENT'
               WHEN 'STUDENT-TRANSACTIONS'
                   MOVE AUD-DATE TO WS-LST-DATE (AUD-STUDENT-ID)
                   MOVE AUD-CLASS-NAME TO WS-LST-CLASS (AUD-STUDENT-ID)
                   MOVE 'W' TO WS-LST-KIND (AUD-STUDENT-ID)
               WHEN 'STUDENT-ROLLOVER'
                   MOVE AUD-DATE TO WS-LST-DATE (AUD-STUDENT-ID)
                   MOVE AUD-CLASS-NAME TO WS-LST-CLASS (AUD-STUDENT-ID)
                   MOVE 'R' TO WS-LST-KIND (AUD-STUDENT-ID)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Counts the withdrawals inside the history window per class: a
      * student no longer active whose latest status-changing entry
      * was a deactivation, dated on or after WS-HISTORY-FROM. A
      * student whose latest such entry is the rollover left as a
      * graduate, not a withdrawal.
      ******************************************************************
       3500-COUNT-WITHDRAWALS.
           PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                   UNTIL WS-ID-SUB > 99999
               IF WS-LST-WITHDRAWAL (WS-ID-SUB)
                       AND WS-LST-DATE (WS-ID-SUB) >= WS-HISTORY-FROM
                       AND WS-STUDENT-STATE (WS-ID-SUB) NOT = 'A'
                   MOVE WS-LST-CLASS (WS-ID-SUB) TO WS-LOOKUP-CLASS
                   PERFORM 1900-FIND-CLASS-SUB
                   IF WS-CLS-SUB > 0
                       ADD 1 TO WS-PRJ-WITHDRAWN (WS-CLS-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Works out the class at WS-CLS-SUB: the yearly withdrawal rate
      * is the withdrawals in the window averaged per year against
      * today's headcount, capped at 100 percent, and is applied to
      * the students projected into the class before withdrawals.
      ******************************************************************
       4000-PROJECT-ONE-CLASS.
           MOVE 0 TO WS-PRJ-RATE (WS-CLS-SUB)
           IF WS-PRJ-CURRENT (WS-CLS-SUB) > 0
               IF WS-PRJ-WITHDRAWN (WS-CLS-SUB) >=
                       WS-PRJ-CURRENT (WS-CLS-SUB) * WS-HISTORY-YEARS
                   MOVE 100 TO WS-PRJ-RATE (WS-CLS-SUB)
               ELSE
                   COMPUTE WS-PRJ-RATE (WS-CLS-SUB) ROUNDED
                       = WS-PRJ-WITHDRAWN (WS-CLS-SUB) * 100
                       / (WS-PRJ-CURRENT (WS-CLS-SUB)
                          * WS-HISTORY-YEARS)
               END-IF
           END-IF
           COMPUTE WS-BEFORE-WD = WS-PRJ-MOVING-IN (WS-CLS-SUB)
               + WS-PRJ-HELD (WS-CLS-SUB)
               + WS-PRJ-WAITLIST (WS-CLS-SUB)
           COMPUTE WS-PRJ-EXPECTED-WD (WS-CLS-SUB) ROUNDED
               = WS-BEFORE-WD * WS-PRJ-RATE (WS-CLS-SUB) / 100
           COMPUTE WS-PRJ-PROJECTED (WS-CLS-SUB)
               = WS-BEFORE-WD - WS-PRJ-EXPECTED-WD (WS-CLS-SUB)
           ADD WS-PRJ-CURRENT (WS-CLS-SUB) TO WS-TOTAL-CURRENT
           ADD WS-PRJ-PROJECTED (WS-CLS-SUB) TO WS-TOTAL-PROJECTED.

      ******************************************************************
      * Prints the projection, one line per class with its flag, the
      * totals, and the notes on what moved out of the school.
      ******************************************************************
       5000-PRINT-PROJECTION.
           OPEN OUTPUT PROJECTION-RPT
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-MIN-AVG TO HDG-MIN-AVG
           MOVE WS-MIN-PCT TO HDG-MIN-PCT
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HISTORY-FROM TO HDG-HISTORY-FROM
           MOVE WS-HISTORY-YEARS TO HDG-YEARS
           MOVE HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE COL-HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE COL-HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 4
               PERFORM 5100-PRINT-CLASS-LINE
           END-PERFORM
           MOVE WS-TOTAL-CURRENT TO TTL-CURRENT
           MOVE WS-TOTAL-PROJECTED TO TTL-PROJECTED
           MOVE TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'GRADUATING FROM 12:' TO NTL-TEXT
           MOVE WS-GRADUATING-COUNT TO NTL-COUNT
           MOVE NOTE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HELD BACK BY PROMOTION CRITERIA:' TO NTL-TEXT
           MOVE WS-RETAINED-COUNT TO NTL-COUNT
           MOVE NOTE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HELD IN 12 FOR THE REGISTRAR:' TO NTL-TEXT
           MOVE WS-REGISTRAR-COUNT TO NTL-COUNT
           MOVE NOTE-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SKIPPED-COUNT > 0
               MOVE 'SKIPPED - CLASS NOT ON THE CLASS LIST:'
                   TO NTL-TEXT
               MOVE WS-SKIPPED-COUNT TO NTL-COUNT
               MOVE NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NEW 09 ADMISSIONS NOT ON THE WAITLIST ARE NOT COUNTED'
               TO MSG-LINE
           MOVE MSG-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE PROJECTION-RPT.

      ******************************************************************
      * Prints the class at WS-CLS-SUB, flagged OVER CAPACITY when
      * projected past its limit, or UNDER when projected below
      * WS-UNDER-PCT percent of it.
      ******************************************************************
       5100-PRINT-CLASS-LINE.
           MOVE WS-CLASS-LIST-NAME (WS-CLS-SUB) TO DTL-CLASS
           MOVE WS-PRJ-CURRENT (WS-CLS-SUB) TO DTL-CURRENT
           MOVE WS-PRJ-MOVING-IN (WS-CLS-SUB) TO DTL-MOVING-IN
           MOVE WS-PRJ-HELD (WS-CLS-SUB) TO DTL-HELD
           MOVE WS-PRJ-WAITLIST (WS-CLS-SUB) TO DTL-WAITLIST
           MOVE WS-PRJ-RATE (WS-CLS-SUB) TO DTL-RATE
           MOVE WS-PRJ-EXPECTED-WD (WS-CLS-SUB) TO DTL-EXPECTED-WD
           MOVE WS-PRJ-PROJECTED (WS-CLS-SUB) TO DTL-PROJECTED
           MOVE SPACES TO DTL-FLAG
           IF WS-PRJ-HAS-CAPACITY (WS-CLS-SUB)
               MOVE WS-PRJ-CAPACITY (WS-CLS-SUB) TO WS-CAPACITY-EDIT
               MOVE WS-CAPACITY-EDIT TO DTL-CAPACITY
               COMPUTE WS-UNDER-LIMIT = WS-PRJ-CAPACITY (WS-CLS-SUB)
                   * WS-UNDER-PCT / 100
               IF WS-PRJ-PROJECTED (WS-CLS-SUB)
                       > WS-PRJ-CAPACITY (WS-CLS-SUB)
                   MOVE '** OVER CAPACITY **' TO DTL-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               ELSE
                   IF WS-PRJ-PROJECTED (WS-CLS-SUB) < WS-UNDER-LIMIT
                       MOVE '** UNDER 60% CAPACITY' TO DTL-FLAG
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
               END-IF
           ELSE
               MOVE ' NONE' TO DTL-CAPACITY
           END-IF
           MOVE DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Judges the current student against the promotion criteria:
      * the latest term average and the attendance percentage each
      * hold the student when under the minimum. A signal with
      * nothing on file is not judged - the rollover's own rule.
      ******************************************************************
       2700-JUDGE-PROMOTION.
           MOVE 'N' TO WS-HOLD-SW
           PERFORM 2710-TALLY-LATEST-TERM-AVG
           PERFORM 2720-TALLY-ATTENDANCE-PCT
           IF WS-HAVE-MARKS AND WS-TERM-AVG < WS-MIN-AVG
               MOVE 'Y' TO WS-HOLD-SW
           END-IF
           IF WS-DAYS-POSTED > 0 AND WS-ATTEND-PCT < WS-MIN-PCT
               MOVE 'Y' TO WS-HOLD-SW
           END-IF.

      ******************************************************************
      * Totals the current student's marks per term in one pass over
      * students-grades.txt and leaves the latest marked term's
      * average - the rollover's own tally.
      ******************************************************************
       2710-TALLY-LATEST-TERM-AVG.
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
      * percentage, the same figure the rollover judges.
      ******************************************************************
       2720-TALLY-ATTENDANCE-PCT.
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
      * Judges whether the '12 ' student passed for promotion would
      * graduate: one GRADUATION-AUDIT judged not eligible, or
      * missing from the audit, is held for the registrar. With no
      * audit file on disk every student goes, as in the rollover.
      ******************************************************************
       2950-JUDGE-GRADUATION.
           MOVE 'N' TO WS-REGISTRAR-HOLD-SW
           IF WS-GRAD-AUDIT-OPENED
               MOVE STUDENT-ID TO GAU-STUDENT-ID
               READ GRAD-AUDIT-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-REGISTRAR-HOLD-SW
                   NOT INVALID KEY
                       IF GAU-NOT-ELIGIBLE
                           MOVE 'Y' TO WS-REGISTRAR-HOLD-SW
                       END-IF
               END-READ
           END-IF.

       END PROGRAM ENROLLMENT-PROJECTION.
