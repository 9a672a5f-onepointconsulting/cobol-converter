      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Load bus seat assignments from transport-input.txt
      *          into the keyed students-transport.txt file, the way
      *          WRITE-HOUSEHOLD-FILE loads household links. Every
      *          candidate's STUDENT-ID is validated against the
      *          indexed students.txt - an unknown student is
      *          rejected NOT-FOUND and a deactivated one INACTIVE -
      *          and its route and stop against the routes.txt
      *          master, a route not on file or a stop the route
      *          does not make being rejected BAD-CODE. A seat on a
      *          route whose vehicle is already full of active
      *          riders is rejected ROUTE-FULL. A student rides one
      *          route, so a candidate for a student already seated
      *          REWRITEs the seat in place and is counted as moved;
      *          a blank route code gives the seat up. Every seat
      *          written, moved or given up is journaled to
      *          students-journal.txt with the old and new route and
      *          stop.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-TRANSPORT-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT TRANSPORT ASSIGN TO 'students-transport.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-STUDENT-ID
               ALTERNATE RECORD KEY IS TRN-ROUTE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSPORT-STATUS.

               SELECT ROUTES ASSIGN TO 'routes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-ROUTE-CODE
               FILE STATUS IS WS-ROUTES-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'transport-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD TRANSPORT.
           COPY TRANSPRT.

           FD ROUTES.
           COPY ROUTE.

           FD REJECTS-FILE.
           COPY REJECT.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD JOURNAL-FILE.
           COPY JOURNAL.

      *    One seat per line - the student, the route and the stop
      *    number on that route; a blank route gives the seat up.
           FD INPUT-CTL.
           01 ITR-TRANSPORT-REC.
               05 ITR-STUDENT-ID PIC 9(5).
               05 ITR-ROUTE-CODE PIC X(4).
               05 ITR-STOP-NO PIC 9(2).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-TRANSPORT-STATUS PIC X(2) VALUE '00'.
               88 WS-TRANSPORT-FILE-OK VALUE '00'.
               88 WS-TRANSPORT-FILE-NOT-FOUND VALUE '35'.

           01 WS-ROUTES-STATUS PIC X(2) VALUE '00'.
               88 WS-ROUTES-FILE-OK VALUE '00'.

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

           01 WS-RIDER-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-RIDERS VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-CANDIDATE-ID PIC 9(5).
           01 WS-OLD-ROUTE-CODE PIC X(4).
           01 WS-OLD-STOP-NO PIC 9(2).
           01 WS-RIDER-COUNT PIC 9(3) COMP.

           01 WS-WRITTEN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-MOVED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REMOVED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-UNCHANGED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-TRANSPORT-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE

           IF WS-STUDENT-FILE-NOT-FOUND
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO VALIDATE'
                   ' SEATS AGAINST'
           ELSE
               OPEN INPUT ROUTES
               IF NOT WS-ROUTES-FILE-OK
                   DISPLAY 'ROUTES.TXT NOT FOUND - NO ROUTES TO '
                       'ASSIGN SEATS ON'
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
                   CLOSE ROUTES
               END-IF
               CLOSE STUDENT
           END-IF

           CLOSE TRANSPORT.
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'SEATS WRITTEN: ' WS-WRITTEN-COUNT.
           DISPLAY 'SEATS MOVED: ' WS-MOVED-COUNT.
           DISPLAY 'SEATS GIVEN UP: ' WS-REMOVED-COUNT.
           DISPLAY 'ALREADY SEATED AS GIVEN: ' WS-UNCHANGED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens students.txt for input - this program only reads the
      * roster to validate each seat's STUDENT-ID, it never writes
      * it.
      ******************************************************************
       1000-OPEN-STUDENT-FILE.
           OPEN INPUT STUDENT.

      ******************************************************************
      * Opens students-transport.txt for update. An indexed file
      * must exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1050-OPEN-TRANSPORT-FILE.
           OPEN I-O TRANSPORT
           IF WS-TRANSPORT-FILE-NOT-FOUND
               OPEN OUTPUT TRANSPORT
               CLOSE TRANSPORT
               OPEN I-O TRANSPORT
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
      * Opens transport-input.txt, the seats to load this run. A
      * missing input file just means nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'TRANSPORT-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           END-IF.

      ******************************************************************
      * Applies one seat unless its STUDENT-ID is not on the roster
      * (NOT-FOUND). A deactivated student may still give a seat up
      * but is never given one (INACTIVE).
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE ITR-STUDENT-ID TO WS-CANDIDATE-ID
           MOVE ITR-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' NOT ON FILE - SEAT REJECTED'
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   IF STUDENT-INACTIVE AND ITR-ROUTE-CODE NOT = SPACES
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                           ' IS INACTIVE - SEAT REJECTED'
                       MOVE 'INACTIVE  ' TO REJ-REASON
                       PERFORM 8000-WRITE-REJECT
                   ELSE
                       PERFORM 2100-APPLY-SEAT
                   END-IF
           END-READ.

      ******************************************************************
      * The roster record for the seat's student is now in
      * STUDENT-FILE. Reads the student's current seat, then gives
      * it up, or checks the route and stop asked for and writes or
      * moves the seat. Giving up a seat the student does not have,
      * or asking for the seat already held, changes nothing and is
      * only counted.
      ******************************************************************
       2100-APPLY-SEAT.
           MOVE SPACES TO WS-OLD-ROUTE-CODE
           MOVE 0 TO WS-OLD-STOP-NO
           MOVE ITR-STUDENT-ID TO TRN-STUDENT-ID
           READ TRANSPORT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRN-ROUTE-CODE TO WS-OLD-ROUTE-CODE
                   MOVE TRN-STOP-NO TO WS-OLD-STOP-NO
           END-READ
           EVALUATE TRUE
               WHEN ITR-ROUTE-CODE = WS-OLD-ROUTE-CODE
                       AND ITR-STOP-NO = WS-OLD-STOP-NO
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN ITR-ROUTE-CODE = SPACES
                   IF WS-OLD-ROUTE-CODE = SPACES
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       MOVE ITR-STUDENT-ID TO TRN-STUDENT-ID
                       DELETE TRANSPORT RECORD
                       ADD 1 TO WS-REMOVED-COUNT
                       PERFORM 9000-WRITE-AUDIT
                       PERFORM 9100-WRITE-JOURNAL
                   END-IF
               WHEN OTHER
                   PERFORM 2200-CHECK-ROUTE-AND-STOP
           END-EVALUATE.

      ******************************************************************
      * Checks the route asked for is on the master and makes the
      * stop given (BAD-CODE) and, for a seat on a route the student
      * is not already riding, that the vehicle has a seat left
      * (ROUTE-FULL). A move between stops on the student's own
      * route keeps the seat already held.
      ******************************************************************
       2200-CHECK-ROUTE-AND-STOP.
           MOVE ITR-ROUTE-CODE TO RTE-ROUTE-CODE
           READ ROUTES
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ROUTE ' ITR-ROUTE-CODE
                       ' NOT ON FILE - SEAT REJECTED'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   IF ITR-STOP-NO NOT NUMERIC
                       OR ITR-STOP-NO = 0
                       OR ITR-STOP-NO > RTE-STOP-COUNT
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'ROUTE ' ITR-ROUTE-CODE
                           ' HAS NO STOP ' ITR-STOP-NO
                           ' - SEAT REJECTED'
                       MOVE 'BAD-CODE  ' TO REJ-REASON
                       PERFORM 8000-WRITE-REJECT
                   ELSE
                       MOVE 0 TO WS-RIDER-COUNT
                       IF ITR-ROUTE-CODE NOT = WS-OLD-ROUTE-CODE
                           PERFORM 2300-COUNT-ROUTE-RIDERS
                       END-IF
                       IF WS-RIDER-COUNT >= RTE-CAPACITY
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'ROUTE ' ITR-ROUTE-CODE
                               ' IS FULL - SEAT REJECTED'
                           MOVE 'ROUTE-FULL' TO REJ-REASON
                           PERFORM 8000-WRITE-REJECT
                       ELSE
                           PERFORM 2400-WRITE-SEAT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Counts the seats already taken on the route asked for by
      * positioning students-transport.txt on the route-code
      * alternate key and reading the route's riders. Only a rider
      * still active on the roster holds a seat, the same riders
      * ROUTE-MANIFEST prints. The candidate's roster record is read
      * back afterwards for the reject or audit line that follows.
      ******************************************************************
       2300-COUNT-ROUTE-RIDERS.
           MOVE 'N' TO WS-RIDER-EOF-SW
           MOVE ITR-ROUTE-CODE TO TRN-ROUTE-CODE
           START TRANSPORT KEY IS EQUAL TO TRN-ROUTE-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-RIDER-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-RIDERS
               READ TRANSPORT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RIDER-EOF-SW
                   NOT AT END
                       IF TRN-ROUTE-CODE = ITR-ROUTE-CODE
                           PERFORM 2350-COUNT-IF-ACTIVE
                       ELSE
                           MOVE 'Y' TO WS-RIDER-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
           MOVE ITR-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   CONTINUE
           END-READ.

      ******************************************************************
      * Counts the rider just read when the rider is still active on
      * the roster - a rider not on file or deactivated holds no
      * seat.
      ******************************************************************
       2350-COUNT-IF-ACTIVE.
           MOVE TRN-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STUDENT-ACTIVE
                       ADD 1 TO WS-RIDER-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * Writes a new seat or REWRITEs the student's seat in place -
      * the record is built afresh, since counting the route's
      * riders moved the record area on.
      ******************************************************************
       2400-WRITE-SEAT.
           MOVE ITR-STUDENT-ID TO TRN-STUDENT-ID
           MOVE ITR-ROUTE-CODE TO TRN-ROUTE-CODE
           MOVE ITR-STOP-NO TO TRN-STOP-NO
           MOVE WS-TODAY TO TRN-ASSIGNED-DATE
           IF WS-OLD-ROUTE-CODE = SPACES
               WRITE TRANSPORT-FILE
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               REWRITE TRANSPORT-FILE
               ADD 1 TO WS-MOVED-COUNT
           END-IF
           PERFORM 9000-WRITE-AUDIT
           PERFORM 9100-WRITE-JOURNAL.

      ******************************************************************
      * Logs the current candidate to students-rejects.txt with the
      * reason code set by the caller. A NOT-FOUND reject has no
      * roster record to quote, so NAME and CLASS-NAME carry spaces,
      * the same as the other loaders' rejects.
      ******************************************************************
       8000-WRITE-REJECT.
           MOVE WS-CANDIDATE-ID TO REJ-STUDENT-ID
           IF REJ-REASON-NOT-FOUND
               MOVE SPACES TO REJ-NAME
               MOVE SPACES TO REJ-CLASS-NAME
           ELSE
               MOVE NAME TO REJ-NAME
               MOVE CLASS-NAME TO REJ-CLASS-NAME
           END-IF
           WRITE REJECT-RECORD.

      ******************************************************************
      * Logs the seat just applied to students-audit.txt with a
      * timestamp and this program's name, carrying the roster
      * record's NAME and CLASS-NAME read during validation.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'WRITE-TRANSPORT-FILE' TO AUD-PROGRAM-NAME
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE SPACES TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Logs the seat just applied to students-journal.txt with the
      * route and stop it replaced and the ones written - blank on
      * either side for a new seat or one given up.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'WRITE-TRANSPORT-FILE' TO JRN-PROGRAM-NAME
           MOVE ITR-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE ITR-STUDENT-ID TO JRN-RECORD-KEY(1:5)
           MOVE SPACES TO JRN-OLD-VALUES
           IF WS-OLD-ROUTE-CODE NOT = SPACES
               STRING 'ROUTE ' WS-OLD-ROUTE-CODE
                   ' STOP ' WS-OLD-STOP-NO
                   DELIMITED BY SIZE INTO JRN-OLD-VALUES
               END-STRING
           END-IF
           MOVE SPACES TO JRN-NEW-VALUES
           IF ITR-ROUTE-CODE NOT = SPACES
               STRING 'ROUTE ' ITR-ROUTE-CODE
                   ' STOP ' ITR-STOP-NO
                   DELIMITED BY SIZE INTO JRN-NEW-VALUES
               END-STRING
           END-IF
           WRITE JOURNAL-RECORD.

       END PROGRAM WRITE-TRANSPORT-FILE.
