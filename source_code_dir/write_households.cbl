      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Load confirmed household links from
      *          households-input.txt into the keyed
      *          students-households.txt file, the way
      *          WRITE-ADDRESS-FILE loads addresses - the office's
      *          half of the household matching: HOUSEHOLD-MATCH
      *          proposes links into households-proposed.txt in this
      *          program's input layout, the office strikes the
      *          wrong ones and feeds what is left through here.
      *          Every candidate's STUDENT-ID is validated against
      *          the indexed students.txt before the link is
      *          accepted; an unknown student is rejected NOT-FOUND
      *          to students-rejects.txt. A student belongs to one
      *          household, so a candidate for a student already
      *          linked REWRITEs the link in place and is counted as
      *          moved; a HOUSEHOLD-ID of zero unlinks the student.
      *          Every link written, moved or removed is journaled
      *          to students-journal.txt with the old and new
      *          HOUSEHOLD-ID, so a family split in error can be put
      *          back together.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-HOUSEHOLD-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT HOUSEHOLDS ASSIGN TO 'students-households.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHD-STUDENT-ID
               ALTERNATE RECORD KEY IS HHD-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOUSEHOLDS-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'households-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD HOUSEHOLDS.
           COPY HOUSEHLD.

           FD REJECTS-FILE.
           COPY REJECT.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD JOURNAL-FILE.
           COPY JOURNAL.

      *    One link per line - the student, then the household it
      *    joins, zero to take the student out of its household. The
      *    same layout HOUSEHOLD-MATCH writes its proposals in.
           FD INPUT-CTL.
           01 IHH-HOUSEHOLD-REC.
               05 IHH-STUDENT-ID PIC 9(5).
               05 IHH-HOUSEHOLD-ID PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-HOUSEHOLDS-STATUS PIC X(2) VALUE '00'.
               88 WS-HOUSEHOLDS-FILE-OK VALUE '00'.
               88 WS-HOUSEHOLDS-FILE-NOT-FOUND VALUE '35'.

           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-CANDIDATE-ID PIC 9(5).
           01 WS-OLD-HOUSEHOLD-ID PIC 9(5).

           01 WS-WRITTEN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-MOVED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REMOVED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-UNCHANGED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-HOUSEHOLDS-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE

           IF WS-STUDENT-FILE-NOT-FOUND
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO VALIDATE'
                   ' HOUSEHOLDS AGAINST'
           ELSE
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
           END-IF

           CLOSE HOUSEHOLDS.
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'HOUSEHOLD LINKS WRITTEN: ' WS-WRITTEN-COUNT.
           DISPLAY 'HOUSEHOLD LINKS MOVED: ' WS-MOVED-COUNT.
           DISPLAY 'HOUSEHOLD LINKS REMOVED: ' WS-REMOVED-COUNT.
           DISPLAY 'ALREADY LINKED AS GIVEN: ' WS-UNCHANGED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens students.txt for input - this program only reads the
      * roster to validate each link's STUDENT-ID, it never writes
      * it.
      ******************************************************************
       1000-OPEN-STUDENT-FILE.
           OPEN INPUT STUDENT.

      ******************************************************************
      * Opens students-households.txt for update. An indexed file
      * must exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1050-OPEN-HOUSEHOLDS-FILE.
           OPEN I-O HOUSEHOLDS
           IF WS-HOUSEHOLDS-FILE-NOT-FOUND
               OPEN OUTPUT HOUSEHOLDS
               CLOSE HOUSEHOLDS
               OPEN I-O HOUSEHOLDS
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
      * this is the first run.
      ******************************************************************
       1250-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Opens households-input.txt, the confirmed links to load this
      * run. A missing input file just means nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'HOUSEHOLDS-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           END-IF.

      ******************************************************************
      * Applies one link unless its STUDENT-ID is not on the roster
      * (NOT-FOUND). Inactive students may still be linked - a
      * withdrawn child's open balance belongs on the family
      * statement.
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE IHH-STUDENT-ID TO WS-CANDIDATE-ID
           MOVE IHH-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' NOT ON FILE - HOUSEHOLD LINK REJECTED'
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2100-APPLY-LINK
           END-READ.

      ******************************************************************
      * The roster record for the link's student is now in
      * STUDENT-FILE. Reads the student's current link, then writes,
      * moves or removes it as the candidate asks. Removing a link
      * the student does not have, or giving the household it is
      * already in, changes nothing and is only counted.
      ******************************************************************
       2100-APPLY-LINK.
           MOVE 0 TO WS-OLD-HOUSEHOLD-ID
           MOVE IHH-STUDENT-ID TO HHD-STUDENT-ID
           READ HOUSEHOLDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HHD-HOUSEHOLD-ID TO WS-OLD-HOUSEHOLD-ID
           END-READ
           EVALUATE TRUE
               WHEN IHH-HOUSEHOLD-ID = WS-OLD-HOUSEHOLD-ID
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN IHH-HOUSEHOLD-ID = 0
                   DELETE HOUSEHOLDS RECORD
                   ADD 1 TO WS-REMOVED-COUNT
                   PERFORM 9000-WRITE-AUDIT
                   PERFORM 9100-WRITE-JOURNAL
               WHEN WS-OLD-HOUSEHOLD-ID = 0
                   MOVE IHH-STUDENT-ID TO HHD-STUDENT-ID
                   MOVE IHH-HOUSEHOLD-ID TO HHD-HOUSEHOLD-ID
                   MOVE WS-TODAY TO HHD-LINK-DATE
                   WRITE HOUSEHOLD-FILE
                   ADD 1 TO WS-WRITTEN-COUNT
                   PERFORM 9000-WRITE-AUDIT
                   PERFORM 9100-WRITE-JOURNAL
               WHEN OTHER
                   MOVE IHH-HOUSEHOLD-ID TO HHD-HOUSEHOLD-ID
                   MOVE WS-TODAY TO HHD-LINK-DATE
                   REWRITE HOUSEHOLD-FILE
                   ADD 1 TO WS-MOVED-COUNT
                   PERFORM 9000-WRITE-AUDIT
                   PERFORM 9100-WRITE-JOURNAL
           END-EVALUATE.

      ******************************************************************
      * Logs the current candidate to students-rejects.txt with the
      * reason code set by the caller. A NOT-FOUND reject has no
      * roster record to quote, so NAME and CLASS-NAME carry spaces,
      * the same as the other loaders' rejects.
      ******************************************************************
       8000-WRITE-REJECT.
           MOVE WS-CANDIDATE-ID TO REJ-STUDENT-ID
           MOVE SPACES TO REJ-NAME
           MOVE SPACES TO REJ-CLASS-NAME
           WRITE REJECT-RECORD.

      ******************************************************************
      * Logs the link just applied to students-audit.txt with a
      * timestamp and this program's name, carrying the roster
      * record's NAME and CLASS-NAME read during validation.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'WRITE-HOUSEHOLD-FILE' TO AUD-PROGRAM-NAME
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE SPACES TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Logs the link just applied to students-journal.txt with the
      * HOUSEHOLD-ID it replaced and the one written - zero on
      * either side for a new link or a removed one.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'WRITE-HOUSEHOLD-FILE' TO JRN-PROGRAM-NAME
           MOVE IHH-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE IHH-STUDENT-ID TO JRN-RECORD-KEY(1:5)
           MOVE SPACES TO JRN-OLD-VALUES
           STRING 'HOUSEHOLD ' WS-OLD-HOUSEHOLD-ID
               DELIMITED BY SIZE INTO JRN-OLD-VALUES
           END-STRING
           MOVE SPACES TO JRN-NEW-VALUES
           STRING 'HOUSEHOLD ' IHH-HOUSEHOLD-ID
               DELIMITED BY SIZE INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

       END PROGRAM WRITE-HOUSEHOLD-FILE.
