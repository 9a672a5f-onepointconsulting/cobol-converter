      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Cross-file orphan sweep of the keyed subsidiary
      *          files. VERIFY-STUDENT-FILE proves students.txt
      *          agrees with its control totals, but nothing proved
      *          every record on students-grades.txt, -attendance,
      *          -fees, -guardians, -addresses and -enrollments
      *          still belongs to a student - after a restore or a
      *          failed purge the orphans were found by accident.
      *          This run loads the live roster and every yearly
      *          students-archive-YYYY.txt the purge has written,
      *          then reads each subsidiary file in key order and
      *          flags any record whose STUDENT-ID is on neither.
      *          It also flags marks with no matching enrollment on
      *          students-enrollments.txt, and attendance posted
      *          after a student's deactivation - the date of the
      *          student's last deactivating entry on
      *          students-audit.txt. Every finding prints a detail
      *          line on orphan-sweep.rpt, with per-file counts at
      *          the end. Given QUARANTINE on the command line, and
      *          an operator signed on at level 3, each orphan is
      *          DELETEd from its file and, once the DELETE has
      *          gone through, copied whole to
      *          students-quarantine.txt; the other exceptions
      *          belong to real students and are only reported. The
      *          outcome goes to orphan-sweep-result.txt and the
      *          return code - 0 clean, 4 findings, 8 not swept or a
      *          quarantine copy not written - so
      *          BATCH-DRIVER and HEALTH-CHECK can surface it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORPHAN-SWEEP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT ARCHIVE-STUDENT
               ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-STUDENT-ID
               FILE STATUS IS WS-ARCHIVE-STATUS.

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

               SELECT FEES ASSIGN TO 'students-fees.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEES-STATUS.

               SELECT GUARDIANS ASSIGN TO 'students-guardians.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDN-KEY
               FILE STATUS IS WS-GUARDIANS-STATUS.

               SELECT ADDRESSES ASSIGN TO 'students-addresses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESSES-STATUS.

               SELECT ENROLLMENTS
               ASSIGN TO 'students-enrollments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENROLLMENTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT QUARANTINE-FILE
               ASSIGN TO 'students-quarantine.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.

               SELECT RESULT-FILE ASSIGN TO 'orphan-sweep-result.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

               SELECT OPERATORS-FILE ASSIGN TO 'operators.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

               SELECT SWEEP-RPT ASSIGN TO 'orphan-sweep.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

      *    Same layout as STUDENT-FILE, under the archive's own
      *    names, matching the file PURGE-STUDENT-FILE writes.
           FD ARCHIVE-STUDENT.
           01 ARCHIVE-STUDENT-FILE.
               05 ARC-STUDENT-ID PIC 9(5).
               05 ARC-NAME PIC A(25).
               05 ARC-CLASS-NAME PIC X(3).
               05 ARC-GRADE-LEVEL PIC 9(2).
               05 ARC-ENROLLMENT-DATE PIC 9(8).
               05 ARC-STUDENT-STATUS PIC X(1).

           FD GRADES.
           COPY GRADE.

           FD ATTENDANCE.
           COPY ATTEND.

           FD FEES.
           COPY FEES.

           FD GUARDIANS.
           COPY GUARDIAN.

           FD ADDRESSES.
           COPY ADDRESS.

           FD ENROLLMENTS.
           COPY ENROLL.

           FD AUDIT-FILE.
           COPY AUDIT.

      *    One quarantined record per line: when it was moved, the
      *    file it came out of, and the whole record as it stood, so
      *    a record quarantined in error can be keyed back in.
           FD QUARANTINE-FILE.
           01 QTN-QUARANTINE-REC.
               05 QTN-DATE PIC 9(8).
               05 QTN-FILE-NAME PIC X(12).
               05 QTN-RECORD-IMAGE PIC X(80).

           FD RESULT-FILE.
           COPY SWEEPRES.

           FD OPERATORS-FILE.
           COPY OPERATOR.

           FD SWEEP-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(10).
               88 WS-QUARANTINE-MODE VALUE 'QUARANTINE'.

           01 WS-OPERATORS-STATUS PIC X(2) VALUE '00'.
               88 WS-OPERATORS-FILE-OK VALUE '00'.

           01 WS-OPERATORS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-OPERATORS-FILE VALUE 'Y'.

           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 0.

      *    The authorization level quarantine mode demands before it
      *    will DELETE anything - see OPERATOR.CPY for what each
      *    level may do. A report-only sweep needs no sign-on.
           01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 3.

           01 WS-OPERATOR-FOUND-SW PIC X(1) VALUE 'N'.
               88 WS-OPERATOR-FOUND VALUE 'Y'.

           01 WS-SIGNON-REFUSED-SW PIC X(1) VALUE 'N'.
               88 WS-SIGNON-REFUSED VALUE 'Y'.

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-ARCHIVE-STATUS PIC X(2) VALUE '00'.
               88 WS-ARCHIVE-FILE-OK VALUE '00'.

           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.
           01 WS-GRADES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GRADES-OPENED VALUE 'Y'.

           01 WS-ATTENDANCE-STATUS PIC X(2) VALUE '00'.
               88 WS-ATTENDANCE-FILE-OK VALUE '00'.
           01 WS-ATTENDANCE-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ATTENDANCE-OPENED VALUE 'Y'.

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.
           01 WS-FEES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-FEES-OPENED VALUE 'Y'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.
           01 WS-GUARDIANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GUARDIANS-OPENED VALUE 'Y'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
           01 WS-ADDRESSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ADDRESSES-OPENED VALUE 'Y'.

           01 WS-ENROLLMENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-ENROLLMENTS-FILE-OK VALUE '00'.
           01 WS-ENROLLMENTS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ENROLLMENTS-OPENED VALUE 'Y'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-QUARANTINE-STATUS PIC X(2) VALUE '00'.
               88 WS-QUARANTINE-FILE-OK VALUE '00'.

      *    The status of the DELETE of the orphan being quarantined,
      *    whichever file it came from.
           01 WS-DELETE-STATUS PIC X(2) VALUE '00'.
               88 WS-DELETE-OK VALUE '00'.

           01 WS-QTN-FAILED-SW PIC X(1) VALUE 'N'.
               88 WS-QUARANTINE-FAILED VALUE 'Y'.

      *    What 8200-WRITE-QUARANTINE did with the orphan just found.
           01 WS-ORPHAN-ACTION PIC X(11) VALUE SPACES.

           01 WS-RESULT-STATUS PIC X(2) VALUE '00'.
               88 WS-RESULT-FILE-OK VALUE '00'.

           01 WS-EOF-SW PIC X(1).
               88 WS-END-OF-SWEEP-FILE VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TODAY-YEAR PIC 9(4).
               05 WS-TODAY-MMDD PIC 9(4).

           01 WS-ARCHIVE-FILENAME PIC X(30).

      *    How many years of yearly archives are looked for, counting
      *    back from this year - further back than the school keeps
      *    any record.
           01 WS-ARCHIVE-YEARS PIC 9(2) VALUE 30.
           01 WS-ARCHIVE-YEAR PIC 9(4).
           01 WS-FIRST-ARCHIVE-YEAR PIC 9(4).
           01 WS-ARCHIVES-FOUND PIC 9(3) COMP VALUE 0.

      *    Where each STUDENT-ID stands, subscripted directly by the
      *    ID itself the way the purge keeps its audit dates, so the
      *    lookup is complete for every possible ID without a table
      *    cap - on the live roster active or inactive, only in an
      *    archive, or nowhere at all.
           01 WS-STUDENT-STATE-TABLE.
               05 WS-STUDENT-STATE OCCURS 99999 TIMES PIC X(1).
                   88 WS-STATE-NOWHERE VALUE SPACE.
                   88 WS-STATE-ACTIVE VALUE 'A'.
                   88 WS-STATE-INACTIVE VALUE 'I'.
                   88 WS-STATE-ARCHIVED VALUE 'R'.

      *    The date of each student's last entry on students-audit.txt
      *    by a program that changes STUDENT-STATUS - for an inactive
      *    student, the deactivation. Zero when there is none.
           01 WS-DEACTIVATED-TABLE.
               05 WS-DEACTIVATED-DATE OCCURS 99999 TIMES PIC 9(8).

           01 WS-CHECK-ID PIC 9(5).
           01 WS-ORPHAN-SW PIC X(1).
               88 WS-ORPHAN VALUE 'Y'.

           01 WS-GRD-ORPHANS PIC 9(5) COMP VALUE 0.
           01 WS-GRD-NO-ENROL PIC 9(5) COMP VALUE 0.
           01 WS-ATT-ORPHANS PIC 9(5) COMP VALUE 0.
           01 WS-ATT-AFTER-LEAVING PIC 9(5) COMP VALUE 0.
           01 WS-FEE-ORPHANS PIC 9(5) COMP VALUE 0.
           01 WS-GDN-ORPHANS PIC 9(5) COMP VALUE 0.
           01 WS-ADR-ORPHANS PIC 9(5) COMP VALUE 0.
           01 WS-ENR-ORPHANS PIC 9(5) COMP VALUE 0.
           01 WS-ORPHAN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-QUARANTINED-COUNT PIC 9(5) COMP VALUE 0.

           01 WS-PAGE-NO PIC 9(3) VALUE 0.
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

           01 HDG-LINE-1.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE 'CROSS-FILE ORPHAN SWEEP'.
               05 FILLER PIC X(15) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-LINE-2.
               05 FILLER PIC X(10) VALUE 'RUN DATE: '.
               05 HDG-DATE PIC 9(8).
               05 FILLER PIC X(10) VALUE '   MODE: '.
               05 HDG-MODE PIC X(11).
               05 FILLER PIC X(12) VALUE '  ARCHIVES: '.
               05 HDG-ARCHIVES PIC ZZ9.

           01 HDG-LINE-3.
               05 FILLER PIC X(13) VALUE 'FILE'.
               05 FILLER PIC X(7) VALUE 'ID'.
               05 FILLER PIC X(21) VALUE 'RECORD'.
               05 FILLER PIC X(21) VALUE 'FINDING'.
               05 FILLER PIC X(11) VALUE 'ACTION'.

           01 DTL-LINE.
               05 DTL-FILE PIC X(12).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-DETAIL PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-FINDING PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-ACTION PIC X(11).

           01 SUM-HDG-LINE.
               05 FILLER PIC X(30) VALUE 'FINDINGS BY FILE'.

           01 SUM-LINE.
               05 SUM-FILE PIC X(12).
               05 FILLER PIC X(1) VALUE SPACES.
               05 FILLER PIC X(9) VALUE 'ORPHANS: '.
               05 SUM-ORPHANS PIC ZZ,ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 SUM-OTHER-LABEL PIC X(20).
               05 SUM-OTHER PIC ZZ,ZZZ.

           01 TOTAL-LINE.
               05 FILLER PIC X(15) VALUE 'TOTAL ORPHANS: '.
               05 TTL-ORPHANS PIC ZZ,ZZ9.
               05 FILLER PIC X(15) VALUE '  EXCEPTIONS: '.
               05 TTL-EXCEPTIONS PIC ZZ,ZZ9.
               05 FILLER PIC X(16) VALUE '  QUARANTINED: '.
               05 TTL-QUARANTINED PIC ZZ,ZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-QUARANTINE-MODE
               PERFORM 0700-OPERATOR-SIGN-ON
               IF WS-SIGNON-REFUSED
                   GO TO 0000-MAIN-EXIT
               END-IF
           END-IF

           PERFORM 1000-LOAD-ROSTER
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO SWEEP '
                   'AGAINST'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-RESULT
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 1100-LOAD-ARCHIVES
           PERFORM 1200-LOAD-DEACTIVATION-DATES
           PERFORM 1300-OPEN-SWEEP-FILES
           PERFORM 1400-OPEN-SWEEP-REPORT

           PERFORM 3000-SWEEP-GRADES
           PERFORM 3100-SWEEP-ATTENDANCE
           PERFORM 3200-SWEEP-FEES
           PERFORM 3300-SWEEP-GUARDIANS
           PERFORM 3400-SWEEP-ADDRESSES
           PERFORM 3500-SWEEP-ENROLLMENTS

           PERFORM 4000-PRINT-SUMMARY
           PERFORM 4500-CLOSE-SWEEP-FILES
           CLOSE SWEEP-RPT

           IF WS-QUARANTINE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ORPHAN-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-WRITE-RESULT
           DISPLAY 'ARCHIVES CHECKED: ' WS-ARCHIVES-FOUND.
           DISPLAY 'ORPHANS FOUND: ' WS-ORPHAN-COUNT.
           DISPLAY 'OTHER EXCEPTIONS: ' WS-EXCEPTION-COUNT.
           DISPLAY 'RECORDS QUARANTINED: ' WS-QUARANTINED-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Reads the live roster once, marking each STUDENT-ID active or
      * inactive in the state table.
      ******************************************************************
       1000-LOAD-ROSTER.
           INITIALIZE WS-STUDENT-STATE-TABLE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT STUDENT
           IF WS-STUDENT-FILE-OK
               PERFORM UNTIL WS-END-OF-SWEEP-FILE
                   READ STUDENT NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF STUDENT-ID > 0
                               IF STUDENT-ACTIVE
                                   MOVE 'A' TO
                                       WS-STUDENT-STATE (STUDENT-ID)
                               ELSE
                                   MOVE 'I' TO
                                       WS-STUDENT-STATE (STUDENT-ID)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT
           END-IF.

      ******************************************************************
      * Looks for a students-archive-YYYY.txt for each of the last
      * WS-ARCHIVE-YEARS years - the naming PURGE-STUDENT-FILE uses
      * when it writes them - and marks every STUDENT-ID found in one
      * as archived, unless it is back on the live roster.
      ******************************************************************
       1100-LOAD-ARCHIVES.
           COMPUTE WS-FIRST-ARCHIVE-YEAR
               = WS-TODAY-YEAR - WS-ARCHIVE-YEARS + 1
           PERFORM VARYING WS-ARCHIVE-YEAR FROM WS-FIRST-ARCHIVE-YEAR
                   BY 1 UNTIL WS-ARCHIVE-YEAR > WS-TODAY-YEAR
               PERFORM 1150-LOAD-ONE-ARCHIVE
           END-PERFORM.

      ******************************************************************
      * Reads one year's roster archive, when there is one.
      ******************************************************************
       1150-LOAD-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING 'students-archive-' DELIMITED BY SIZE
                  WS-ARCHIVE-YEAR DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME
           END-STRING
           OPEN INPUT ARCHIVE-STUDENT
           IF WS-ARCHIVE-FILE-OK
               ADD 1 TO WS-ARCHIVES-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-SWEEP-FILE
                   READ ARCHIVE-STUDENT NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF ARC-STUDENT-ID > 0
                               IF WS-STATE-NOWHERE (ARC-STUDENT-ID)
                                   MOVE 'R' TO WS-STUDENT-STATE
                                       (ARC-STUDENT-ID)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-STUDENT
           END-IF.

      ******************************************************************
      * Reads students-audit.txt once, keeping the latest entry date
      * per STUDENT-ID written by a program that changes
      * STUDENT-STATUS - DEACTIVATE-STUDENT-FILE, the D transaction
      * and the rollover's graduation. For an inactive student that
      * last entry is the deactivation; attendance and fee postings
      * audit too, but cannot move it.
      ******************************************************************
       1200-LOAD-DEACTIVATION-DATES.
           INITIALIZE WS-DEACTIVATED-TABLE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-OK
               PERFORM UNTIL WS-END-OF-SWEEP-FILE
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF AUD-STUDENT-ID > 0
                               AND (AUD-PROGRAM-NAME
                                       = 'DEACTIVATE-STUDENT'
                                   OR AUD-PROGRAM-NAME
                                       = 'STUDENT-TRANSACTIONS'
                                   OR AUD-PROGRAM-NAME
                                       = 'STUDENT-ROLLOVER')
                               MOVE AUD-DATE TO WS-DEACTIVATED-DATE
                                   (AUD-STUDENT-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'STUDENTS-AUDIT.TXT NOT FOUND - ATTENDANCE '
                   'AFTER LEAVING NOT CHECKED'
           END-IF.

      ******************************************************************
      * Opens the six subsidiary files - for update in quarantine
      * mode, since the sweep DELETEs orphans through these FDs,
      * otherwise for input - and the quarantine file for append.
      * A file that is not on disk just has nothing to sweep.
      ******************************************************************
       1300-OPEN-SWEEP-FILES.
           IF WS-QUARANTINE-MODE
               OPEN I-O GRADES
               OPEN I-O ATTENDANCE
               OPEN I-O FEES
               OPEN I-O GUARDIANS
               OPEN I-O ADDRESSES
               OPEN I-O ENROLLMENTS
               OPEN EXTEND QUARANTINE-FILE
               IF NOT WS-QUARANTINE-FILE-OK
                   OPEN OUTPUT QUARANTINE-FILE
               END-IF
           ELSE
               OPEN INPUT GRADES
               OPEN INPUT ATTENDANCE
               OPEN INPUT FEES
               OPEN INPUT GUARDIANS
               OPEN INPUT ADDRESSES
               OPEN INPUT ENROLLMENTS
           END-IF
           IF WS-GRADES-FILE-OK
               MOVE 'Y' TO WS-GRADES-OPEN-SW
           END-IF
           IF WS-ATTENDANCE-FILE-OK
               MOVE 'Y' TO WS-ATTENDANCE-OPEN-SW
           END-IF
           IF WS-FEES-FILE-OK
               MOVE 'Y' TO WS-FEES-OPEN-SW
           END-IF
           IF WS-GUARDIANS-FILE-OK
               MOVE 'Y' TO WS-GUARDIANS-OPEN-SW
           END-IF
           IF WS-ADDRESSES-FILE-OK
               MOVE 'Y' TO WS-ADDRESSES-OPEN-SW
           END-IF
           IF NOT WS-ENROLLMENTS-FILE-OK
               DISPLAY 'STUDENTS-ENROLLMENTS.TXT NOT FOUND - MARKS '
                   'NOT CHECKED AGAINST ENROLLMENTS'
           ELSE
               MOVE 'Y' TO WS-ENROLLMENTS-OPEN-SW
           END-IF.

      ******************************************************************
      * Opens the sweep report and prints the first page heading.
      ******************************************************************
       1400-OPEN-SWEEP-REPORT.
           OPEN OUTPUT SWEEP-RPT
           PERFORM 8500-PRINT-PAGE-HEADING.

      ******************************************************************
      * Sets WS-ORPHAN-SW for WS-CHECK-ID: an orphan is a STUDENT-ID
      * on neither the live roster nor any archive.
      ******************************************************************
       2000-JUDGE-STUDENT.
           MOVE 'N' TO WS-ORPHAN-SW
           IF WS-CHECK-ID = 0
               MOVE 'Y' TO WS-ORPHAN-SW
           ELSE
               IF WS-STATE-NOWHERE (WS-CHECK-ID)
                   MOVE 'Y' TO WS-ORPHAN-SW
               END-IF
           END-IF.

      ******************************************************************
      * Sweeps students-grades.txt: an orphan mark, or a mark for a
      * subject the student has no enrollment in.
      ******************************************************************
       3000-SWEEP-GRADES.
           IF WS-GRADES-OPENED
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-SWEEP-FILE
                   READ GRADES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3050-CHECK-ONE-GRADE
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Checks the mark just read.
      ******************************************************************
       3050-CHECK-ONE-GRADE.
           MOVE GRD-STUDENT-ID TO WS-CHECK-ID
           PERFORM 2000-JUDGE-STUDENT
           MOVE 'GRADES' TO DTL-FILE
           MOVE GRD-STUDENT-ID TO DTL-STUDENT-ID
           MOVE SPACES TO DTL-DETAIL
           STRING GRD-SUBJECT-CODE ' TERM ' GRD-TERM
               DELIMITED BY SIZE INTO DTL-DETAIL
           END-STRING
           IF WS-ORPHAN
               ADD 1 TO WS-GRD-ORPHANS
               IF WS-QUARANTINE-MODE
                   MOVE 'GRADES' TO QTN-FILE-NAME
                   MOVE GRADE-FILE TO QTN-RECORD-IMAGE
                   DELETE GRADES
                   MOVE WS-GRADES-STATUS TO WS-DELETE-STATUS
                   PERFORM 8200-WRITE-QUARANTINE
               END-IF
               PERFORM 8000-PRINT-ORPHAN
           ELSE
               IF WS-ENROLLMENTS-OPENED
                   MOVE GRD-STUDENT-ID TO ENR-STUDENT-ID
                   MOVE GRD-SUBJECT-CODE TO ENR-SUBJECT-CODE
                   READ ENROLLMENTS
                       INVALID KEY
                           ADD 1 TO WS-GRD-NO-ENROL
                           MOVE 'NOT ENROLLED' TO DTL-FINDING
                           PERFORM 8100-PRINT-EXCEPTION
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * Sweeps students-attendance.txt: an orphan day, or a day
      * posted after the student's deactivation.
      ******************************************************************
       3100-SWEEP-ATTENDANCE.
           IF WS-ATTENDANCE-OPENED
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-SWEEP-FILE
                   READ ATTENDANCE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3150-CHECK-ONE-DAY
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Checks the attendance day just read.
      ******************************************************************
       3150-CHECK-ONE-DAY.
           MOVE ATT-STUDENT-ID TO WS-CHECK-ID
           PERFORM 2000-JUDGE-STUDENT
           MOVE 'ATTENDANCE' TO DTL-FILE
           MOVE ATT-STUDENT-ID TO DTL-STUDENT-ID
           MOVE SPACES TO DTL-DETAIL
           STRING ATT-DATE ' CODE ' ATT-CODE
               DELIMITED BY SIZE INTO DTL-DETAIL
           END-STRING
           IF WS-ORPHAN
               ADD 1 TO WS-ATT-ORPHANS
               IF WS-QUARANTINE-MODE
                   MOVE 'ATTENDANCE' TO QTN-FILE-NAME
                   MOVE ATTENDANCE-FILE TO QTN-RECORD-IMAGE
                   DELETE ATTENDANCE
                   MOVE WS-ATTENDANCE-STATUS TO WS-DELETE-STATUS
                   PERFORM 8200-WRITE-QUARANTINE
               END-IF
               PERFORM 8000-PRINT-ORPHAN
           ELSE
               IF WS-STATE-INACTIVE (ATT-STUDENT-ID)
                   AND WS-DEACTIVATED-DATE (ATT-STUDENT-ID) > 0
                   AND ATT-DATE > WS-DEACTIVATED-DATE
                       (ATT-STUDENT-ID)
                   ADD 1 TO WS-ATT-AFTER-LEAVING
                   MOVE 'POSTED AFTER LEAVING' TO DTL-FINDING
                   PERFORM 8100-PRINT-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      * Sweeps students-fees.txt for orphan ledger entries.
      ******************************************************************
       3200-SWEEP-FEES.
           IF WS-FEES-OPENED
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-SWEEP-FILE
                   READ FEES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3250-CHECK-ONE-FEE
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Checks the ledger entry just read.
      ******************************************************************
       3250-CHECK-ONE-FEE.
           MOVE FEE-STUDENT-ID TO WS-CHECK-ID
           PERFORM 2000-JUDGE-STUDENT
           IF WS-ORPHAN
               ADD 1 TO WS-FEE-ORPHANS
               MOVE 'FEES' TO DTL-FILE
               MOVE FEE-STUDENT-ID TO DTL-STUDENT-ID
               MOVE SPACES TO DTL-DETAIL
               STRING 'SEQ ' FEE-SEQ ' ' FEE-TYPE ' ' FEE-DATE
                   DELIMITED BY SIZE INTO DTL-DETAIL
               END-STRING
               IF WS-QUARANTINE-MODE
                   MOVE 'FEES' TO QTN-FILE-NAME
                   MOVE FEE-FILE TO QTN-RECORD-IMAGE
                   DELETE FEES
                   MOVE WS-FEES-STATUS TO WS-DELETE-STATUS
                   PERFORM 8200-WRITE-QUARANTINE
               END-IF
               PERFORM 8000-PRINT-ORPHAN
           END-IF.

      ******************************************************************
      * Sweeps students-guardians.txt for orphan guardians.
      ******************************************************************
       3300-SWEEP-GUARDIANS.
           IF WS-GUARDIANS-OPENED
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-SWEEP-FILE
                   READ GUARDIANS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3350-CHECK-ONE-GUARDIAN
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Checks the guardian just read.
      ******************************************************************
       3350-CHECK-ONE-GUARDIAN.
           MOVE GDN-STUDENT-ID TO WS-CHECK-ID
           PERFORM 2000-JUDGE-STUDENT
           IF WS-ORPHAN
               ADD 1 TO WS-GDN-ORPHANS
               MOVE 'GUARDIANS' TO DTL-FILE
               MOVE GDN-STUDENT-ID TO DTL-STUDENT-ID
               MOVE GDN-NAME TO DTL-DETAIL
               IF WS-QUARANTINE-MODE
                   MOVE 'GUARDIANS' TO QTN-FILE-NAME
                   MOVE GUARDIAN-FILE TO QTN-RECORD-IMAGE
                   DELETE GUARDIANS
                   MOVE WS-GUARDIANS-STATUS TO WS-DELETE-STATUS
                   PERFORM 8200-WRITE-QUARANTINE
               END-IF
               PERFORM 8000-PRINT-ORPHAN
           END-IF.

      ******************************************************************
      * Sweeps students-addresses.txt for orphan addresses.
      ******************************************************************
       3400-SWEEP-ADDRESSES.
           IF WS-ADDRESSES-OPENED
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-SWEEP-FILE
                   READ ADDRESSES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3450-CHECK-ONE-ADDRESS
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Checks the address just read.
      ******************************************************************
       3450-CHECK-ONE-ADDRESS.
           MOVE ADR-STUDENT-ID TO WS-CHECK-ID
           PERFORM 2000-JUDGE-STUDENT
           IF WS-ORPHAN
               ADD 1 TO WS-ADR-ORPHANS
               MOVE 'ADDRESSES' TO DTL-FILE
               MOVE ADR-STUDENT-ID TO DTL-STUDENT-ID
               MOVE ADR-STREET TO DTL-DETAIL
               IF WS-QUARANTINE-MODE
                   MOVE 'ADDRESSES' TO QTN-FILE-NAME
                   MOVE ADDRESS-FILE TO QTN-RECORD-IMAGE
                   DELETE ADDRESSES
                   MOVE WS-ADDRESSES-STATUS TO WS-DELETE-STATUS
                   PERFORM 8200-WRITE-QUARANTINE
               END-IF
               PERFORM 8000-PRINT-ORPHAN
           END-IF.

      ******************************************************************
      * Sweeps students-enrollments.txt for orphan enrollments. Runs
      * after the marks sweep, which reads this file by key, so it
      * STARTs again from the top.
      ******************************************************************
       3500-SWEEP-ENROLLMENTS.
           IF WS-ENROLLMENTS-OPENED
               MOVE 'N' TO WS-EOF-SW
               MOVE 0 TO ENR-STUDENT-ID
               MOVE LOW-VALUES TO ENR-SUBJECT-CODE
               START ENROLLMENTS KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-SWEEP-FILE
                   READ ENROLLMENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3550-CHECK-ONE-ENROLLMENT
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Checks the enrollment just read.
      ******************************************************************
       3550-CHECK-ONE-ENROLLMENT.
           MOVE ENR-STUDENT-ID TO WS-CHECK-ID
           PERFORM 2000-JUDGE-STUDENT
           IF WS-ORPHAN
               ADD 1 TO WS-ENR-ORPHANS
               MOVE 'ENROLLMENTS' TO DTL-FILE
               MOVE ENR-STUDENT-ID TO DTL-STUDENT-ID
               MOVE SPACES TO DTL-DETAIL
               STRING ENR-SUBJECT-CODE ' ' ENR-DATE-ENROLLED
                   DELIMITED BY SIZE INTO DTL-DETAIL
               END-STRING
               IF WS-QUARANTINE-MODE
                   MOVE 'ENROLLMENTS' TO QTN-FILE-NAME
                   MOVE ENROLLMENT-FILE TO QTN-RECORD-IMAGE
                   DELETE ENROLLMENTS
                   MOVE WS-ENROLLMENTS-STATUS TO WS-DELETE-STATUS
                   PERFORM 8200-WRITE-QUARANTINE
               END-IF
               PERFORM 8000-PRINT-ORPHAN
           END-IF.

      ******************************************************************
      * Prints the per-file counts and the totals.
      ******************************************************************
       4000-PRINT-SUMMARY.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SUM-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'GRADES' TO SUM-FILE
           MOVE WS-GRD-ORPHANS TO SUM-ORPHANS
           MOVE 'NOT ENROLLED: ' TO SUM-OTHER-LABEL
           MOVE WS-GRD-NO-ENROL TO SUM-OTHER
           PERFORM 4100-PRINT-SUMMARY-LINE
           MOVE 'ATTENDANCE' TO SUM-FILE
           MOVE WS-ATT-ORPHANS TO SUM-ORPHANS
           MOVE 'AFTER LEAVING: ' TO SUM-OTHER-LABEL
           MOVE WS-ATT-AFTER-LEAVING TO SUM-OTHER
           PERFORM 4100-PRINT-SUMMARY-LINE
           MOVE SPACES TO SUM-OTHER-LABEL
           MOVE 0 TO SUM-OTHER
           MOVE 'FEES' TO SUM-FILE
           MOVE WS-FEE-ORPHANS TO SUM-ORPHANS
           PERFORM 4100-PRINT-SUMMARY-LINE
           MOVE 'GUARDIANS' TO SUM-FILE
           MOVE WS-GDN-ORPHANS TO SUM-ORPHANS
           PERFORM 4100-PRINT-SUMMARY-LINE
           MOVE 'ADDRESSES' TO SUM-FILE
           MOVE WS-ADR-ORPHANS TO SUM-ORPHANS
           PERFORM 4100-PRINT-SUMMARY-LINE
           MOVE 'ENROLLMENTS' TO SUM-FILE
           MOVE WS-ENR-ORPHANS TO SUM-ORPHANS
           PERFORM 4100-PRINT-SUMMARY-LINE

           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ORPHAN-COUNT TO TTL-ORPHANS
           MOVE WS-EXCEPTION-COUNT TO TTL-EXCEPTIONS
           MOVE WS-QUARANTINED-COUNT TO TTL-QUARANTINED
           MOVE TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Prints one file's line of the summary.
      ******************************************************************
       4100-PRINT-SUMMARY-LINE.
           MOVE SUM-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Closes the subsidiary files that opened, and the quarantine
      * file in quarantine mode.
      ******************************************************************
       4500-CLOSE-SWEEP-FILES.
           IF WS-GRADES-OPENED
               CLOSE GRADES
           END-IF
           IF WS-ATTENDANCE-OPENED
               CLOSE ATTENDANCE
           END-IF
           IF WS-FEES-OPENED
               CLOSE FEES
           END-IF
           IF WS-GUARDIANS-OPENED
               CLOSE GUARDIANS
           END-IF
           IF WS-ADDRESSES-OPENED
               CLOSE ADDRESSES
           END-IF
           IF WS-ENROLLMENTS-OPENED
               CLOSE ENROLLMENTS
           END-IF
           IF WS-QUARANTINE-MODE
               CLOSE QUARANTINE-FILE
           END-IF.

      ******************************************************************
      * Prints the orphan just found, marked with what this run did
      * with it when quarantining, and counts it.
      ******************************************************************
       8000-PRINT-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE 'NO STUDENT ON FILE' TO DTL-FINDING
           IF WS-QUARANTINE-MODE
               MOVE WS-ORPHAN-ACTION TO DTL-ACTION
           ELSE
               MOVE SPACES TO DTL-ACTION
           END-IF
           PERFORM 8400-PRINT-DETAIL-LINE.

      ******************************************************************
      * Prints an exception on a real student's record - reported
      * only, never quarantined - and counts it.
      ******************************************************************
       8100-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO DTL-ACTION
           PERFORM 8400-PRINT-DETAIL-LINE.

      ******************************************************************
      * Once the orphan is DELETEd from its file, copies it whole to
      * students-quarantine.txt with the date and its file's name. A
      * failed DELETE leaves the record where it was and nothing is
      * copied. A failed copy, with the record already gone, is shown
      * on the console image for re-keying and fails the run (RC 8).
      ******************************************************************
       8200-WRITE-QUARANTINE.
           IF NOT WS-DELETE-OK
               DISPLAY 'DELETE FAILED ON ' QTN-FILE-NAME
                   ' STATUS ' WS-DELETE-STATUS
                   ' - RECORD LEFT IN PLACE'
               MOVE 'NOT DELETED' TO WS-ORPHAN-ACTION
           ELSE
               MOVE WS-TODAY TO QTN-DATE
               WRITE QTN-QUARANTINE-REC
               IF WS-QUARANTINE-FILE-OK
                   ADD 1 TO WS-QUARANTINED-COUNT
                   MOVE 'QUARANTINED' TO WS-ORPHAN-ACTION
               ELSE
                   DISPLAY 'QUARANTINE WRITE FAILED STATUS '
                       WS-QUARANTINE-STATUS ' - DELETED FROM '
                       QTN-FILE-NAME ':'
                   DISPLAY QTN-RECORD-IMAGE
                   MOVE 'Y' TO WS-QTN-FAILED-SW
                   MOVE 'NOT SAVED' TO WS-ORPHAN-ACTION
               END-IF
           END-IF.

      ******************************************************************
      * Prints the detail line, starting a new page when the page is
      * full.
      ******************************************************************
       8400-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8500-PRINT-PAGE-HEADING
           END-IF
           MOVE DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * Prints the page, run and column headings.
      ******************************************************************
       8500-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HDG-PAGE-NO
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TODAY TO HDG-DATE
           IF WS-QUARANTINE-MODE
               MOVE 'QUARANTINE' TO HDG-MODE
           ELSE
               MOVE 'REPORT ONLY' TO HDG-MODE
           END-IF
           MOVE WS-ARCHIVES-FOUND TO HDG-ARCHIVES
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE 3 TO WS-LINE-COUNT.

      ******************************************************************
      * Overwrites orphan-sweep-result.txt with this run's outcome
      * and the return code it is ending with.
      ******************************************************************
       9000-WRITE-RESULT.
           MOVE WS-TODAY TO OSR-RUN-DATE
           MOVE WS-ORPHAN-COUNT TO OSR-ORPHAN-COUNT
           MOVE WS-EXCEPTION-COUNT TO OSR-EXCEPTION-COUNT
           MOVE WS-QUARANTINED-COUNT TO OSR-QUARANTINED-COUNT
           MOVE RETURN-CODE TO OSR-RETURN-CODE
           OPEN OUTPUT RESULT-FILE
           WRITE SWEEP-RESULT-RECORD
           CLOSE RESULT-FILE.

      ******************************************************************
      * Operator sign-on, on the same ACCEPT/DISPLAY pattern as the
      * menu: prompts for the operator's ID, looks it up on
      * operators.txt, and refuses the run when the operator is not
      * on file or sits below this program's required authorization
      * level - so the audit trail answers who did this and the
      * dangerous runs need the right person. A missing operators
      * file means sign-on is not configured yet; the run is
      * permitted with a warning so day one does not brick the
      * office.
      ******************************************************************
       0700-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATORS-FILE
           IF NOT WS-OPERATORS-FILE-OK
               DISPLAY 'OPERATORS.TXT NOT FOUND - SIGN-ON NOT '
                   'CONFIGURED, RUN PERMITTED'
           ELSE
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
               PERFORM UNTIL WS-END-OF-OPERATORS-FILE
                   READ OPERATORS-FILE
                       AT END
                           MOVE 'Y' TO WS-OPERATORS-EOF-SW
                       NOT AT END
                           IF OPR-USER-ID = WS-OPERATOR-ID
                               MOVE 'Y' TO WS-OPERATOR-FOUND-SW
                               MOVE OPR-AUTH-LEVEL
                                   TO WS-OPERATOR-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
               IF NOT WS-OPERATOR-FOUND
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT ON FILE - RUN REFUSED'
                   MOVE 'Y' TO WS-SIGNON-REFUSED-SW
               ELSE
                   IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
                       DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                           ' IS BELOW LEVEL ' WS-REQUIRED-LEVEL
                           ' - RUN REFUSED'
                       MOVE 'Y' TO WS-SIGNON-REFUSED-SW
                   END-IF
               END-IF
           END-IF.

       END PROGRAM ORPHAN-SWEEP.
