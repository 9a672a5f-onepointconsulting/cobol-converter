      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Load behaviour incidents from incidents-input.txt
      *          into the keyed students-incidents.txt file, so the
      *          deputy's paper incident book comes onto the system.
      *          An incident whose STUDENT-ID is not on the indexed
      *          students.txt, or whose reporting teacher is not on
      *          teachers.txt, is rejected NOT-FOUND the way
      *          WRITE-GUARDIAN-FILE rejects an orphaned guardian; an
      *          unknown category, a severity outside 1-3, an action
      *          that is not W, D or S, or a detention or suspension
      *          with no count is rejected BAD-CODE; and the same
      *          incident keyed twice - same student, date, category
      *          and teacher - is rejected DUPLICATE, all to
      *          students-rejects.txt. The sequence number is
      *          assigned here, one past the student's highest on
      *          file. Every incident written is audited and
      *          journaled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-INCIDENT-FILE.

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

               SELECT INCIDENTS ASSIGN TO 'students-incidents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INCIDENTS-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'incidents-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD TEACHERS.
           COPY TEACHER.

           FD INCIDENTS.
           COPY INCIDENT.

           FD REJECTS-FILE.
           COPY REJECT.

           FD AUDIT-FILE.
           COPY AUDIT.

      *    One incident per line - the student it concerns, then the
      *    incident's own fields. The sequence number is assigned by
      *    this program, not carried in the input.
           FD INPUT-CTL.
           01 IIN-INCIDENT-REC.
               05 IIN-STUDENT-ID PIC 9(5).
               05 IIN-DATE PIC 9(8).
               05 IIN-CATEGORY PIC X(4).
               05 IIN-SEVERITY PIC 9(1).
               05 IIN-ACTION PIC X(1).
               05 IIN-DETENTIONS PIC 9(2).
               05 IIN-SUSPENSION-DAYS PIC 9(2).
               05 IIN-TEACHER-ID PIC 9(4).
               05 IIN-DESCRIPTION PIC X(30).

           FD JOURNAL-FILE.
           COPY JOURNAL.

           WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-TEACHERS-STATUS PIC X(2) VALUE '00'.
               88 WS-TEACHERS-FILE-OK VALUE '00'.

           01 WS-INCIDENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-INCIDENTS-FILE-OK VALUE '00'.
               88 WS-INCIDENTS-FILE-NOT-FOUND VALUE '35'.

           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

           01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SCAN VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-CANDIDATE-ID PIC 9(5).
           01 WS-NEXT-SEQ PIC 9(3).
           01 WS-DUP-SW PIC X(1).
               88 WS-DUPLICATE-FOUND VALUE 'Y'.

           01 WS-WRITTEN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-INCIDENTS-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE
           OPEN INPUT TEACHERS

           EVALUATE TRUE
               WHEN WS-STUDENT-FILE-NOT-FOUND
                   DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO '
                       'VALIDATE INCIDENTS AGAINST'
               WHEN NOT WS-TEACHERS-FILE-OK
                   DISPLAY 'TEACHERS.TXT NOT FOUND - NO TEACHERS TO '
                       'VALIDATE INCIDENTS AGAINST'
                   CLOSE STUDENT
               WHEN OTHER
                   PERFORM 1300-OPEN-INPUT-FILE
                   PERFORM UNTIL WS-END-OF-INPUT-FILE
                       READ INPUT-CTL
                           AT END
                               MOVE 'Y' TO WS-INPUT-EOF-SW
                           NOT AT END
                               PERFORM 2000-WRITE-IF-VALID
                       END-READ
                   END-PERFORM
                   CLOSE INPUT-CTL
                   CLOSE STUDENT
                   CLOSE TEACHERS
           END-EVALUATE

           CLOSE INCIDENTS.
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'INCIDENTS WRITTEN: ' WS-WRITTEN-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens students.txt for input - this program only reads the
      * roster to validate each incident's STUDENT-ID, it never
      * writes it.
      ******************************************************************
       1000-OPEN-STUDENT-FILE.
           OPEN INPUT STUDENT.

      ******************************************************************
      * Opens students-incidents.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1050-OPEN-INCIDENTS-FILE.
           OPEN I-O INCIDENTS
           IF WS-INCIDENTS-FILE-NOT-FOUND
               OPEN OUTPUT INCIDENTS
               CLOSE INCIDENTS
               OPEN I-O INCIDENTS
           END-IF.

      ******************************************************************
      * Opens students-rejects.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
      * missing LINE SEQUENTIAL file.
      ******************************************************************
       1100-OPEN-REJECTS-FILE.
           OPEN EXTEND REJECTS-FILE
           IF NOT WS-REJECTS-FILE-OK
               OPEN OUTPUT REJECTS-FILE
           END-IF.

      ******************************************************************
      * Opens students-audit.txt for append, creating it first if this
      * is the first run - OPEN EXTEND does not auto-create a missing
      * LINE SEQUENTIAL file.
      ******************************************************************
       1200-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

      ******************************************************************
      * Opens students-journal.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
      * missing LINE SEQUENTIAL file.
      ******************************************************************
       1250-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Opens incidents-input.txt, the incidents to load this run. A
      * missing input file just means nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'INCIDENTS-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           END-IF.

      ******************************************************************
      * Writes one INCIDENT-FILE record unless its STUDENT-ID is not
      * on the roster (NOT-FOUND - an orphaned incident) or fails
      * the checks that follow.
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE IIN-STUDENT-ID TO WS-CANDIDATE-ID
           MOVE IIN-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' NOT ON FILE - INCIDENT REJECTED'
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2100-CHECK-TEACHER
           END-READ.

      ******************************************************************
      * The roster record for the incident's student is now in
      * STUDENT-FILE. Rejects an incident reported by a teacher who
      * is not on the teacher master (NOT-FOUND).
      ******************************************************************
       2100-CHECK-TEACHER.
           MOVE IIN-TEACHER-ID TO TCH-TEACHER-ID
           READ TEACHERS
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' INCIDENT REPORTED BY UNKNOWN TEACHER '
                       IIN-TEACHER-ID ' - RECORD REJECTED'
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2200-CHECK-CODES
           END-READ.

      ******************************************************************
      * Rejects an incident with an unknown category, a severity
      * outside 1-3, an action other than W, D or S, or a detention
      * or suspension with no count (BAD-CODE).
      ******************************************************************
       2200-CHECK-CODES.
           MOVE IIN-CATEGORY TO INC-CATEGORY
           MOVE IIN-SEVERITY TO INC-SEVERITY
           MOVE IIN-ACTION TO INC-ACTION
           IF NOT VALID-INC-CATEGORY
                   OR NOT VALID-INC-SEVERITY
                   OR NOT VALID-INC-ACTION
                   OR (INC-DETENTION AND IIN-DETENTIONS = 0)
                   OR (INC-SUSPENSION AND IIN-SUSPENSION-DAYS = 0)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                   ' INCIDENT HAS INVALID CATEGORY, SEVERITY OR '
                   'ACTION - RECORD REJECTED'
               MOVE 'BAD-CODE  ' TO REJ-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               PERFORM 2300-WRITE-IF-NOT-DUP
           END-IF.

      ******************************************************************
      * Scans the student's incidents already on file for the next
      * free sequence number and a duplicate, then writes the
      * record.
      ******************************************************************
       2300-WRITE-IF-NOT-DUP.
           PERFORM 2400-SCAN-STUDENT-INCIDENTS
           IF WS-DUPLICATE-FOUND
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'INCIDENT ' IIN-CATEGORY ' OF ' IIN-DATE
                   ' ALREADY ON FILE FOR STUDENT-ID ' WS-CANDIDATE-ID
                   ' - RECORD SKIPPED'
               MOVE 'DUPLICATE ' TO REJ-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               MOVE IIN-STUDENT-ID TO INC-STUDENT-ID
               MOVE WS-NEXT-SEQ TO INC-SEQ
               MOVE IIN-DATE TO INC-DATE
               MOVE IIN-CATEGORY TO INC-CATEGORY
               MOVE IIN-SEVERITY TO INC-SEVERITY
               MOVE IIN-ACTION TO INC-ACTION
               MOVE IIN-DETENTIONS TO INC-DETENTIONS
               MOVE IIN-SUSPENSION-DAYS TO INC-SUSPENSION-DAYS
               MOVE IIN-TEACHER-ID TO INC-TEACHER-ID
               MOVE IIN-DESCRIPTION TO INC-DESCRIPTION
               WRITE INCIDENT-FILE
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM 9000-WRITE-AUDIT
               PERFORM 9100-WRITE-JOURNAL
           END-IF.

      ******************************************************************
      * Reads the student's incidents already on file, leaving
      * WS-NEXT-SEQ one past the highest sequence found (1 when the
      * student has none) and WS-DUP-SW set when one of them has the
      * incoming incident's date, category and teacher.
      ******************************************************************
       2400-SCAN-STUDENT-INCIDENTS.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-DUP-SW
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE IIN-STUDENT-ID TO INC-STUDENT-ID
           MOVE 0 TO INC-SEQ
           START INCIDENTS KEY IS NOT LESS THAN INC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ INCIDENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF INC-STUDENT-ID = IIN-STUDENT-ID
                           COMPUTE WS-NEXT-SEQ = INC-SEQ + 1
                           IF INC-DATE = IIN-DATE
                                   AND INC-CATEGORY = IIN-CATEGORY
                                   AND INC-TEACHER-ID = IIN-TEACHER-ID
                               MOVE 'Y' TO WS-DUP-SW
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Logs the current candidate to students-rejects.txt with the
      * reason code set by the caller. The roster NAME and
      * CLASS-NAME are only available when the STUDENT-ID was on
      * file, so an unknown student's reject carries spaces there.
      ******************************************************************
       8000-WRITE-REJECT.
           MOVE WS-CANDIDATE-ID TO REJ-STUDENT-ID
           IF REJ-REASON-NOT-FOUND AND WS-STUDENT-STATUS NOT = '00'
               MOVE SPACES TO REJ-NAME
               MOVE SPACES TO REJ-CLASS-NAME
           ELSE
               MOVE NAME TO REJ-NAME
               MOVE CLASS-NAME TO REJ-CLASS-NAME
           END-IF
           WRITE REJECT-RECORD.

      ******************************************************************
      * Logs the incident just written to students-audit.txt with a
      * timestamp and this program's name, carrying the roster
      * record's NAME and CLASS-NAME read during validation.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'WRITE-INCIDENT-FILE' TO AUD-PROGRAM-NAME
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE SPACES TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Journals the record just written to students-journal.txt
      * with a timestamp, this program's name, the record's key and
      * the values written.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'WRITE-INCIDENT-FILE' TO JRN-PROGRAM-NAME
           MOVE INC-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE INC-KEY TO JRN-RECORD-KEY(1:8)
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           STRING INC-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INC-CATEGORY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INC-SEVERITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INC-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INC-DETENTIONS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INC-SUSPENSION-DAYS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INC-TEACHER-ID DELIMITED BY SIZE
               INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

       END PROGRAM WRITE-INCIDENT-FILE.
