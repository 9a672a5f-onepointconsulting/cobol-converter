      *          subject already on file is rejected DUPLICATE, both
      *          to students-rejects.txt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 GF - Check every enrollment against the keyed
      *                   courses.txt catalog: an unknown SUBJECT-CODE
      *                   is rejected NO-COURSE, a student whose
      *                   GRADE-LEVEL the course does not allow is
      *                   rejected BAD-LEVEL, and a course whose seat
      *                   limit is already taken by active students
      *                   is rejected SUBJ-FULL. A missing catalog
      *                   disables the check, the same way a missing
      *                   enrollment file disables WRITE-GRADE-FILE's.
      *   2026-10-15 GF - Keep the course checks and the seat count on
      *                   after the first NO-COURSE by testing a switch
      *                   set when courses.txt opens, not the file
      *                   status every READ overwrites, and close the
      *                   catalog at end of run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-ENROLL-FILE.
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENROLLMENTS-STATUS.

               SELECT COURSES ASSIGN TO 'courses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SUBJECT-CODE
               FILE STATUS IS WS-COURSES-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           FD ENROLLMENTS.
           COPY ENROLL.

           FD COURSES.
           COPY COURSE.

           FD REJECTS-FILE.
           COPY REJECT.

               88 WS-ENROLLMENTS-FILE-OK VALUE '00'.
               88 WS-ENROLLMENTS-FILE-NOT-FOUND VALUE '35'.

           01 WS-ENROLLMENTS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-ENROLLMENTS VALUE 'Y'.

           01 WS-COURSES-STATUS PIC X(2) VALUE '00'.
               88 WS-COURSES-FILE-OK VALUE '00'.
           01 WS-COURSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-COURSES-OPENED VALUE 'Y'.

           01 WS-COURSE-OK-SW PIC X(1).
               88 WS-COURSE-OK VALUE 'Y'.

      *    Seats already taken in each course by active students,
      *    counted off students-enrollments.txt at open and bumped as
      *    each enrollment is written.
           01 WS-SEAT-TABLE.
               05 WS-SEAT-ENTRY OCCURS 200 TIMES.
                   10 WS-SEAT-SUBJECT PIC X(4).
                   10 WS-SEAT-TAKEN PIC 9(5) COMP.
           01 WS-SEAT-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-SEAT-SUB PIC 9(3) COMP.
           01 WS-SEAT-FOUND-SUB PIC 9(3) COMP.
           01 WS-SEAT-SUBJECT-WANTED PIC X(4).

           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.


           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-ENROLLMENTS-FILE
           PERFORM 1075-OPEN-COURSES-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE

               DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO VALIDATE'
                   ' ENROLLMENTS AGAINST'
           ELSE
               IF WS-COURSES-OPENED
                   PERFORM 1400-COUNT-SEATS-TAKEN
               END-IF
               PERFORM 1300-OPEN-INPUT-FILE
               PERFORM UNTIL WS-END-OF-INPUT-FILE
                   READ INPUT-CTL
           END-IF

           CLOSE ENROLLMENTS.
           IF WS-COURSES-OPENED
               CLOSE COURSES
           END-IF
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY 'ENROLLMENTS WRITTEN: ' WS-WRITTEN-COUNT.
               OPEN I-O ENROLLMENTS
           END-IF.

      ******************************************************************
      * Opens courses.txt for input - the enrollment's subject must
      * be a course on the catalog. A missing catalog disables the
      * course, grade-level and seat checks, so the loader keeps
      * working until the course loader has run.
      ******************************************************************
       1075-OPEN-COURSES-FILE.
           OPEN INPUT COURSES
           IF NOT WS-COURSES-FILE-OK
               DISPLAY 'COURSES.TXT NOT FOUND - COURSE CATALOG CHECK '
                   'DISABLED'
           ELSE
               MOVE 'Y' TO WS-COURSES-OPEN-SW
           END-IF.

      ******************************************************************
      * Opens students-rejects.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
               MOVE 'Y' TO WS-INPUT-EOF-SW
           END-IF.

      ******************************************************************
      * Counts the seats already taken in each course - one per
      * enrollment on file whose student is still active on the
      * roster - into WS-SEAT-TABLE, so the seat limit is checked
      * without rescanning the enrollments for every candidate.
      ******************************************************************
       1400-COUNT-SEATS-TAKEN.
           MOVE LOW-VALUES TO ENR-KEY
           START ENROLLMENTS KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENROLLMENTS-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-ENROLLMENTS
               READ ENROLLMENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENROLLMENTS-EOF-SW
                   NOT AT END
                       MOVE ENR-STUDENT-ID TO STUDENT-ID
                       READ STUDENT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF STUDENT-ACTIVE
                                   MOVE ENR-SUBJECT-CODE
                                       TO WS-SEAT-SUBJECT-WANTED
                                   PERFORM 2300-FIND-SEAT-ENTRY
                                   IF WS-SEAT-FOUND-SUB > 0
                                       ADD 1 TO WS-SEAT-TAKEN
                                           (WS-SEAT-FOUND-SUB)
                                   END-IF
                               END-IF
                       END-READ
               END-READ
           END-PERFORM.

      ******************************************************************
      * Writes one ENROLLMENT-FILE record unless its STUDENT-ID is
      * not on the roster (NOT-FOUND), its SUBJECT-CODE fails the
      * course catalog check (NO-COURSE, BAD-LEVEL or SUBJ-FULL) or
      * the same student and subject is already on file (DUPLICATE).
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE IEN-STUDENT-ID TO WS-CANDIDATE-ID
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2050-CHECK-COURSE
                   IF WS-COURSE-OK
                       PERFORM 2100-WRITE-IF-NOT-DUP
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM 8000-WRITE-REJECT
                   END-IF
           END-READ.

      ******************************************************************
      * Reads courses.txt by key for the candidate's SUBJECT-CODE and
      * checks the roster record's GRADE-LEVEL against the course's
      * grade range and the seats already taken against its seat
      * limit. A failure leaves the switch off with REJ-REASON set
      * for the caller's reject. No catalog open means the check is
      * disabled and every enrollment passes it.
      ******************************************************************
       2050-CHECK-COURSE.
           MOVE 'Y' TO WS-COURSE-OK-SW
           IF WS-COURSES-OPENED
               MOVE IEN-SUBJECT-CODE TO CRS-SUBJECT-CODE
               READ COURSES
                   INVALID KEY
                       MOVE 'N' TO WS-COURSE-OK-SW
                       DISPLAY 'SUBJECT ' IEN-SUBJECT-CODE
                           ' NOT ON COURSE CATALOG - ENROLLMENT '
                           'REJECTED'
                       MOVE 'NO-COURSE ' TO REJ-REASON
                   NOT INVALID KEY
                       PERFORM 2060-CHECK-LEVEL-AND-SEATS
               END-READ
           END-IF.

      ******************************************************************
      * The course is now in COURSE-FILE. Rejects a student outside
      * the course's grade range (BAD-LEVEL) or a course whose seat
      * limit is already taken (SUBJ-FULL); a seat limit of zero
      * carries no limit.
      ******************************************************************
       2060-CHECK-LEVEL-AND-SEATS.
           IF GRADE-LEVEL < CRS-LOW-GRADE
               OR GRADE-LEVEL > CRS-HIGH-GRADE
               MOVE 'N' TO WS-COURSE-OK-SW
               DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                   ' GRADE-LEVEL ' GRADE-LEVEL
                   ' NOT ALLOWED IN ' IEN-SUBJECT-CODE
                   ' - ENROLLMENT REJECTED'
               MOVE 'BAD-LEVEL ' TO REJ-REASON
           ELSE
               MOVE IEN-SUBJECT-CODE TO WS-SEAT-SUBJECT-WANTED
               PERFORM 2300-FIND-SEAT-ENTRY
               IF CRS-SEAT-LIMIT > 0 AND WS-SEAT-FOUND-SUB > 0
                   IF WS-SEAT-TAKEN (WS-SEAT-FOUND-SUB)
                       >= CRS-SEAT-LIMIT
                       MOVE 'N' TO WS-COURSE-OK-SW
                       DISPLAY 'SUBJECT ' IEN-SUBJECT-CODE
                           ' FULL AT ' CRS-SEAT-LIMIT
                           ' SEATS - ENROLLMENT REJECTED'
                       MOVE 'SUBJ-FULL ' TO REJ-REASON
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The roster record for the candidate is now in STUDENT-FILE.
      * Writes the enrollment unless the key is already on file.
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                   IF WS-COURSES-OPENED
                       MOVE IEN-SUBJECT-CODE TO WS-SEAT-SUBJECT-WANTED
                       PERFORM 2300-FIND-SEAT-ENTRY
                       IF WS-SEAT-FOUND-SUB > 0
                           ADD 1 TO WS-SEAT-TAKEN (WS-SEAT-FOUND-SUB)
                       END-IF
                   END-IF
                   PERFORM 9000-WRITE-AUDIT
           END-WRITE.

      ******************************************************************
      * Leaves WS-SEAT-FOUND-SUB pointing at the seat-table slot for
      * WS-SEAT-SUBJECT-WANTED, opening a new slot at zero seats the
      * first time a subject is seen. A full table leaves it at zero
      * and the subject goes uncounted.
      ******************************************************************
       2300-FIND-SEAT-ENTRY.
           MOVE 0 TO WS-SEAT-FOUND-SUB
           PERFORM VARYING WS-SEAT-SUB FROM 1 BY 1
                   UNTIL WS-SEAT-SUB > WS-SEAT-COUNT
                      OR WS-SEAT-FOUND-SUB > 0
               IF WS-SEAT-SUBJECT (WS-SEAT-SUB)
                   = WS-SEAT-SUBJECT-WANTED
                   MOVE WS-SEAT-SUB TO WS-SEAT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-SEAT-FOUND-SUB = 0 AND WS-SEAT-COUNT < 200
               ADD 1 TO WS-SEAT-COUNT
               MOVE WS-SEAT-SUBJECT-WANTED
                   TO WS-SEAT-SUBJECT (WS-SEAT-COUNT)
               MOVE 0 TO WS-SEAT-TAKEN (WS-SEAT-COUNT)
               MOVE WS-SEAT-COUNT TO WS-SEAT-FOUND-SUB
           END-IF.

      ******************************************************************
      * Logs the current candidate to students-rejects.txt with the
      * reason code set by the caller. The roster NAME and CLASS-NAME
