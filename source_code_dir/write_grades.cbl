      *                   so this file's history can be reconstructed
      *                   the way AUDIT-INQUIRY reconstructs the
      *                   roster's.
      *   2026-10-15 GF - Reject a mark for a term TERM-CLOSE-RUN has
      *                   closed on the keyed term-status.txt for the
      *                   current school year (CLOSED), so nothing new
      *                   lands in a term whose report cards have gone
      *                   home - a mark in a closed term is changed
      *                   only through MARK-AMENDMENT. A missing
      *                   term-status file means no term is closed.
      *   2026-10-15 GF - Keep the closed-term and enrollment checks on
      *                   after the first miss by testing switches set
      *                   when the files open, not the file status every
      *                   READ overwrites.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-GRADE-FILE.
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENROLLMENTS-STATUS.

               SELECT TERM-STATUS-FILE ASSIGN TO 'term-status.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERM
               FILE STATUS IS WS-TERM-STATUS-STATUS.

               SELECT CALENDAR-FILE ASSIGN TO 'school-calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           FD ENROLLMENTS.
           COPY ENROLL.

           FD TERM-STATUS-FILE.
           COPY TERMSTAT.

           FD CALENDAR-FILE.
           COPY CALENDAR.

           FD REJECTS-FILE.
           COPY REJECT.


           01 WS-ENROLLMENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-ENROLLMENTS-FILE-OK VALUE '00'.
           01 WS-ENROLLMENTS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ENROLLMENTS-OPENED VALUE 'Y'.

           01 WS-ENROLLED-SW PIC X(1).
               88 WS-STUDENT-ENROLLED VALUE 'Y'.

           01 WS-TERM-STATUS-STATUS PIC X(2) VALUE '00'.
               88 WS-TERM-STATUS-FILE-OK VALUE '00'.
           01 WS-TERM-STATUS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-TERM-STATUS-OPENED VALUE 'Y'.

           01 WS-CALENDAR-STATUS PIC X(2) VALUE '00'.
               88 WS-CALENDAR-FILE-OK VALUE '00'.

           01 WS-SCHOOL-YEAR PIC 9(4) VALUE 0.

           01 WS-TERM-CLOSED-SW PIC X(1).
               88 WS-TERM-CLOSED VALUE 'Y'.

           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-GRADES-FILE
           PERFORM 1075-OPEN-ENROLLMENTS-FILE
           PERFORM 1080-OPEN-TERM-STATUS-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE
           END-IF

           CLOSE GRADES.
           IF WS-ENROLLMENTS-OPENED
               CLOSE ENROLLMENTS
           END-IF
           IF WS-TERM-STATUS-OPENED
               CLOSE TERM-STATUS-FILE
           END-IF
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           IF NOT WS-ENROLLMENTS-FILE-OK
               DISPLAY 'STUDENTS-ENROLLMENTS.TXT NOT FOUND - '
                   'ENROLLMENT CHECK DISABLED'
           ELSE
               MOVE 'Y' TO WS-ENROLLMENTS-OPEN-SW
           END-IF.

      ******************************************************************
      * Opens term-status.txt for input and judges the current school
      * year - off school-calendar.txt, or the run date's year when no
      * calendar is on file - since a term is closed only for the
      * school year it was closed in. A missing term-status file
      * means no term has been closed yet.
      ******************************************************************
       1080-OPEN-TERM-STATUS-FILE.
           OPEN INPUT TERM-STATUS-FILE
           IF WS-TERM-STATUS-FILE-OK
               MOVE 'Y' TO WS-TERM-STATUS-OPEN-SW
           END-IF
           MOVE WS-TODAY(1:4) TO WS-SCHOOL-YEAR
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-OK
               READ CALENDAR-FILE
                   NOT AT END
                       MOVE CAL-SCHOOL-YEAR TO WS-SCHOOL-YEAR
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.

      ******************************************************************
      ******************************************************************
      * Writes one GRADE-FILE record unless its STUDENT-ID is not on
      * the roster (NOT-FOUND, the same way the update transaction
      * rejects a missing target), its term is closed (CLOSED), the
      * student is not enrolled in the subject (NOT-ENROL) or a mark
      * for the same STUDENT-ID, subject and term is already on file
      * (DUPLICATE).
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE IGR-STUDENT-ID TO WS-CANDIDATE-ID
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2040-CHECK-TERM-OPEN
                   IF WS-TERM-CLOSED
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                           ' TERM ' IGR-TERM
                           ' IS CLOSED - MARK REJECTED'
                       MOVE 'CLOSED    ' TO REJ-REASON
                       PERFORM 8000-WRITE-REJECT
                   ELSE
                       PERFORM 2050-CHECK-ENROLLMENT
                       IF WS-STUDENT-ENROLLED
                           PERFORM 2100-WRITE-IF-NOT-DUP
                       ELSE
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                               ' NOT ENROLLED IN ' IGR-SUBJECT-CODE
                               ' - MARK REJECTED'
                           MOVE 'NOT-ENROL ' TO REJ-REASON
                           PERFORM 8000-WRITE-REJECT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Reads term-status.txt by key for the candidate's term. The
      * term is closed only when its record is stamped closed for the
      * current school year; no record, an earlier year's close, or
      * no term-status file at all leaves it open.
      ******************************************************************
       2040-CHECK-TERM-OPEN.
           MOVE 'N' TO WS-TERM-CLOSED-SW
           IF WS-TERM-STATUS-OPENED
               MOVE IGR-TERM TO TRM-TERM
               READ TERM-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRM-CLOSED
                           AND TRM-SCHOOL-YEAR = WS-SCHOOL-YEAR
                           MOVE 'Y' TO WS-TERM-CLOSED-SW
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Reads students-enrollments.txt by key for the candidate's
      * student and subject. No enrollment file open means the check
      * is disabled and every mark passes it.
      ******************************************************************
       2050-CHECK-ENROLLMENT.
           IF WS-ENROLLMENTS-OPENED
               MOVE IGR-STUDENT-ID TO ENR-STUDENT-ID
               MOVE IGR-SUBJECT-CODE TO ENR-SUBJECT-CODE
               READ ENROLLMENTS
