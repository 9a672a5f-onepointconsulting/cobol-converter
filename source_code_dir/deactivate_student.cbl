      *                   below the required authorization level is
      *                   refused - the audit trail finally answers
      *                   who was at the keyboard.
      *   2026-10-15 GF - Give up the deactivated student's bus seat
      *                   on students-transport.txt, so the route
      *                   manifest stops listing a child who has
      *                   left and the seat is free for the next.
      *   2026-10-15 GF - Warn, for each deactivated student, of any
      *                   textbook or library book still out on
      *                   students-loans.txt - SETTLE-WITHDRAWALS
      *                   charges the family for it on the final
      *                   bill unless it comes back first.
      *   2026-10-15 GF - Drop bus seats, check books out and close the
      *                   transport and loans files off switches set
      *                   when the files open, not the file status every
      *                   READ overwrites.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEACTIVATE-STUDENT-FILE.
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT TRANSPORT ASSIGN TO 'students-transport.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-STUDENT-ID
               ALTERNATE RECORD KEY IS TRN-ROUTE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSPORT-STATUS.

               SELECT LOANS ASSIGN TO 'students-loans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LON-KEY
               FILE STATUS IS WS-LOANS-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           FD STUDENT.
           COPY STUDENT.

           FD TRANSPORT.
           COPY TRANSPRT.

           FD LOANS.
           COPY LOAN.

           FD REJECTS-FILE.
           COPY REJECT.

               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-TRANSPORT-STATUS PIC X(2) VALUE '00'.
               88 WS-TRANSPORT-FILE-OK VALUE '00'.
           01 WS-TRANSPORT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-TRANSPORT-OPENED VALUE 'Y'.

           01 WS-LOANS-STATUS PIC X(2) VALUE '00'.
               88 WS-LOANS-FILE-OK VALUE '00'.
           01 WS-LOANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-LOANS-OPENED VALUE 'Y'.

           01 WS-LOAN-EOF-SW PIC X(1).
               88 WS-END-OF-LOANS VALUE 'Y'.

           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.


           01 WS-DEACTIVATE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-SEATS-DROPPED PIC 9(5) COMP VALUE 0.
           01 WS-ITEMS-STILL-OUT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           END-IF

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-TRANSPORT-FILE
           PERFORM 1060-OPEN-LOANS-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1300-READ-CONTROL-TOTALS
           END-IF

           CLOSE STUDENT.
           IF WS-TRANSPORT-OPENED
               CLOSE TRANSPORT
           END-IF
           IF WS-LOANS-OPENED
               CLOSE LOANS
           END-IF
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           PERFORM 0900-RELEASE-ROSTER-LOCK
           DISPLAY 'STUDENTS DEACTIVATED: ' WS-DEACTIVATE-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
           DISPLAY 'BUS SEATS GIVEN UP: ' WS-SEATS-DROPPED.
           DISPLAY 'BOOKS STILL OUT: ' WS-ITEMS-STILL-OUT.
       0000-MAIN-EXIT.
       STOP RUN.

       1000-OPEN-STUDENT-FILE.
           OPEN I-O STUDENT.

      ******************************************************************
      * Opens students-transport.txt for update so a deactivated
      * student's bus seat can be given up. A missing seat file just
      * means nobody rides a bus yet.
      ******************************************************************
       1050-OPEN-TRANSPORT-FILE.
           OPEN I-O TRANSPORT
           IF WS-TRANSPORT-FILE-OK
               MOVE 'Y' TO WS-TRANSPORT-OPEN-SW
           END-IF.

      ******************************************************************
      * Opens students-loans.txt for input to check a deactivated
      * student's books. A missing loans file just means nothing has
      * been issued yet.
      ******************************************************************
       1060-OPEN-LOANS-FILE.
           OPEN INPUT LOANS
           IF WS-LOANS-FILE-OK
               MOVE 'Y' TO WS-LOANS-OPEN-SW
           END-IF.

      ******************************************************************
      * Opens students-rejects.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
                   ADD 1 TO WS-DEACTIVATE-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID ' DEACTIVATED'
                   PERFORM 9000-WRITE-AUDIT
                   PERFORM 4100-DROP-TRANSPORT-SEAT
                   PERFORM 4200-CHECK-ITEMS-OUT
           END-READ.

      ******************************************************************
      * DELETEs the deactivated student's seat on
      * students-transport.txt, when the student has one, so the
      * route manifest no longer lists the child and the seat is
      * free for the next rider.
      ******************************************************************
       4100-DROP-TRANSPORT-SEAT.
           IF WS-TRANSPORT-OPENED
               MOVE WS-CANDIDATE-ID TO TRN-STUDENT-ID
               READ TRANSPORT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE TRANSPORT RECORD
                       ADD 1 TO WS-SEATS-DROPPED
                       DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                           ' SEAT ON ROUTE ' TRN-ROUTE-CODE
                           ' GIVEN UP'
               END-READ
           END-IF.

      ******************************************************************
      * Reads the deactivated student's loans on students-loans.txt
      * and warns of each book still out - the office has until the
      * settlement run to get it back before the family is charged
      * its replacement cost.
      ******************************************************************
       4200-CHECK-ITEMS-OUT.
           IF WS-LOANS-OPENED
               MOVE 'N' TO WS-LOAN-EOF-SW
               MOVE WS-CANDIDATE-ID TO LON-STUDENT-ID
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
                           IF LON-STUDENT-ID NOT = WS-CANDIDATE-ID
                               MOVE 'Y' TO WS-LOAN-EOF-SW
                           ELSE
                               IF LON-OUT
                                   ADD 1 TO WS-ITEMS-STILL-OUT
                                   DISPLAY 'STUDENT-ID '
                                       WS-CANDIDATE-ID ' STILL HAS '
                                       LON-TITLE-CODE '-' LON-COPY-NO
                                       ' OUT - CHARGED AT SETTLEMENT'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Logs the current candidate to students-rejects.txt with the
      * reason code set by the caller.
