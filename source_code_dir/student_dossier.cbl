      *   2026-09-01 GF - New mailing-address section off the keyed
      *                   students-addresses.txt, between the roster
      *                   record and the guardians.
      *   2026-10-15 GF - Print the subject title off the keyed
      *                   courses.txt catalog next to each mark's
      *                   SUBJECT-CODE in the marks section.
      *   2026-10-15 GF - New behaviour-incidents section off the
      *                   keyed students-incidents.txt, after the fee
      *                   transactions.
      *   2026-10-15 GF - Look up subject titles off a switch set when
      *                   courses.txt opens, not the file status a
      *                   missing subject's READ overwrites.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-DOSSIER.
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADES-STATUS.

               SELECT COURSES ASSIGN TO 'courses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SUBJECT-CODE
               FILE STATUS IS WS-COURSES-STATUS.

               SELECT ATTENDANCE ASSIGN TO 'students-attendance.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEES-STATUS.

               SELECT INCIDENTS ASSIGN TO 'students-incidents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INCIDENTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           FD GRADES.
           COPY GRADE.

           FD COURSES.
           COPY COURSE.

           FD ATTENDANCE.
           COPY ATTEND.

           FD FEES.
           COPY FEES.

           FD INCIDENTS.
           COPY INCIDENT.

           FD AUDIT-FILE.
           COPY AUDIT.

           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.

           01 WS-COURSES-STATUS PIC X(2) VALUE '00'.
               88 WS-COURSES-FILE-OK VALUE '00'.
           01 WS-COURSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-COURSES-OPENED VALUE 'Y'.

           01 WS-ATTENDANCE-STATUS PIC X(2) VALUE '00'.
               88 WS-ATTENDANCE-FILE-OK VALUE '00'.

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.

           01 WS-INCIDENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-INCIDENTS-FILE-OK VALUE '00'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 GRD-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 GRL-SUBJECT PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 GRL-TITLE PIC X(25).
               05 FILLER PIC X(7) VALUE '  TERM '.
               05 GRL-TERM PIC 9(1).
               05 FILLER PIC X(7) VALUE '  MARK '.
                   VALUE 'OUTSTANDING BALANCE: '.
               05 FEL-BALANCE PIC Z,ZZZ,ZZ9.99-.

           01 INC-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 INL-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 INL-CATEGORY PIC X(4).
               05 FILLER PIC X(6) VALUE '  SEV '.
               05 INL-SEVERITY PIC 9(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 INL-ACTION PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 INL-COUNT PIC Z9.
               05 FILLER PIC X(6) VALUE '  TCH '.
               05 INL-TEACHER-ID PIC 9(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 INL-DESCRIPTION PIC X(30).

           01 AUD-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AUL-DATE PIC 9(8).
               PERFORM 3000-SECTION-GRADES
               PERFORM 4000-SECTION-ATTENDANCE
               PERFORM 5000-SECTION-FEES
               PERFORM 5500-SECTION-INCIDENTS
               PERFORM 6000-SECTION-AUDIT-HISTORY
               PERFORM 7000-SECTION-REJECTS
               PERFORM 7500-SECTION-PREDICTION
           END-IF.

      ******************************************************************
      * Section 4: marks on file, by key, each with its subject title
      * off the course catalog - flagged when the code is not on the
      * catalog, blank when there is no catalog at all.
      ******************************************************************
       3000-SECTION-GRADES.
           MOVE 'MARKS (STUDENTS-GRADES.TXT)' TO SEC-TITLE
               MOVE 'NO GRADES FILE' TO NONE-TEXT
               PERFORM 0200-WRITE-NONE-LINE
           ELSE
               OPEN INPUT COURSES
               IF WS-COURSES-FILE-OK
                   MOVE 'Y' TO WS-COURSES-OPEN-SW
               END-IF
               MOVE WS-CANDIDATE-ID TO GRD-STUDENT-ID
               MOVE LOW-VALUES TO GRD-SUBJECT-CODE
               MOVE 0 TO GRD-TERM
                       NOT AT END
                           IF GRD-STUDENT-ID = WS-CANDIDATE-ID
                               MOVE GRD-SUBJECT-CODE TO GRL-SUBJECT
                               PERFORM 3100-FIND-SUBJECT-TITLE
                               MOVE GRD-TERM TO GRL-TERM
                               MOVE GRD-MARK TO GRL-MARK
                               MOVE GRD-LINE TO RPT-LINE
                   END-READ
               END-PERFORM
               CLOSE GRADES
               IF WS-COURSES-OPENED
                   CLOSE COURSES
                   MOVE 'N' TO WS-COURSES-OPEN-SW
               END-IF
               IF WS-PRESENT-COUNT = 0
                   MOVE 'NO MARKS ON FILE' TO NONE-TEXT
                   PERFORM 0200-WRITE-NONE-LINE
               END-IF
           END-IF.

      ******************************************************************
      * Reads courses.txt by key for the mark's SUBJECT-CODE into the
      * title column of the mark line.
      ******************************************************************
       3100-FIND-SUBJECT-TITLE.
           MOVE SPACES TO GRL-TITLE
           IF WS-COURSES-OPENED
               MOVE GRD-SUBJECT-CODE TO CRS-SUBJECT-CODE
               READ COURSES
                   INVALID KEY
                       MOVE '** NOT ON CATALOG **' TO GRL-TITLE
                   NOT INVALID KEY
                       MOVE CRS-TITLE TO GRL-TITLE
               END-READ
           END-IF.

      ******************************************************************
      * Section 5: attendance summary - present, absent and tardy
      * day counts over everything posted for the student.
           END-IF.

      ******************************************************************
      * Section 7: behaviour incidents on file, by key, each with
      * its action - W warning, D detentions, S suspension - and the
      * number of detentions or suspension days it carried.
      ******************************************************************
       5500-SECTION-INCIDENTS.
           MOVE 'INCIDENTS (STUDENTS-INCIDENTS.TXT)' TO SEC-TITLE
           PERFORM 0100-WRITE-SECTION-HEADING
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-PRESENT-COUNT
           OPEN INPUT INCIDENTS
           IF NOT WS-INCIDENTS-FILE-OK
               MOVE 'NO INCIDENTS FILE' TO NONE-TEXT
               PERFORM 0200-WRITE-NONE-LINE
           ELSE
               MOVE WS-CANDIDATE-ID TO INC-STUDENT-ID
               MOVE 0 TO INC-SEQ
               START INCIDENTS KEY IS NOT LESS THAN INC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-SECTION-FILE
                   READ INCIDENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF INC-STUDENT-ID = WS-CANDIDATE-ID
                               MOVE INC-DATE TO INL-DATE
                               MOVE INC-CATEGORY TO INL-CATEGORY
                               MOVE INC-SEVERITY TO INL-SEVERITY
                               MOVE INC-ACTION TO INL-ACTION
                               EVALUATE TRUE
                                   WHEN INC-DETENTION
                                       MOVE INC-DETENTIONS
                                           TO INL-COUNT
                                   WHEN INC-SUSPENSION
                                       MOVE INC-SUSPENSION-DAYS
                                           TO INL-COUNT
                                   WHEN OTHER
                                       MOVE 0 TO INL-COUNT
                               END-EVALUATE
                               MOVE INC-TEACHER-ID TO INL-TEACHER-ID
                               MOVE INC-DESCRIPTION
                                   TO INL-DESCRIPTION
                               MOVE INC-LINE TO RPT-LINE
                               WRITE RPT-LINE
                               ADD 1 TO WS-PRESENT-COUNT
                           ELSE
                               MOVE 'Y' TO WS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENTS
               IF WS-PRESENT-COUNT = 0
                   MOVE 'NO INCIDENTS ON FILE' TO NONE-TEXT
                   PERFORM 0200-WRITE-NONE-LINE
               END-IF
           END-IF.

      ******************************************************************
      * Section 8: every audit entry carrying the STUDENT-ID.
      ******************************************************************
       6000-SECTION-AUDIT-HISTORY.
           MOVE 'AUDIT HISTORY (STUDENTS-AUDIT.TXT)' TO SEC-TITLE
           END-IF.

      ******************************************************************
      * Section 9: every open reject entry carrying the STUDENT-ID.
      ******************************************************************
       7000-SECTION-REJECTS.
           MOVE 'REJECT ENTRIES (STUDENTS-REJECTS.TXT)' TO SEC-TITLE
           END-IF.

      ******************************************************************
      * Section 10: the student's latest predicted outcome - the last
      * matching record on students-scored.txt.
      ******************************************************************
       7500-SECTION-PREDICTION.
           END-IF.

      ******************************************************************
      * Section 11: the output.txt counterpart from the reconcile
      * pairing.
      ******************************************************************
       7800-SECTION-OUTPUT-FILE.
