      *                   below the required authorization level is
      *                   refused - the audit trail finally answers
      *                   who was at the keyboard.
      *   2026-10-15 GF - Carry each purged student's behaviour
      *                   incidents out of students-incidents.txt
      *                   into a yearly companion archive alongside
      *                   the others.
      *   2026-10-15 GF - Give up each purged student's bus seat on
      *                   students-transport.txt - a seat has no
      *                   history worth archiving, it is simply
      *                   DELETEd.
      *   2026-10-15 GF - Carry records, drop bus seats and close the
      *                   subsidiary files off switches set when the
      *                   files open, not the file status every READ
      *                   overwrites, so every purged student's records
      *                   move, not just the first one's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE-STUDENT-FILE.
               RECORD KEY IS GDN-KEY
               FILE STATUS IS WS-GUARDIANS-STATUS.

               SELECT INCIDENTS ASSIGN TO 'students-incidents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INCIDENTS-STATUS.

               SELECT TRANSPORT ASSIGN TO 'students-transport.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-STUDENT-ID
               ALTERNATE RECORD KEY IS TRN-ROUTE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSPORT-STATUS.

               SELECT ARCHIVE-GRADES
               ASSIGN DYNAMIC WS-GRD-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDN-ARCHIVE-STATUS.

               SELECT ARCHIVE-INCIDENTS
               ASSIGN DYNAMIC WS-INC-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-ARCHIVE-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           FD GUARDIANS.
           COPY GUARDIAN.

           FD INCIDENTS.
           COPY INCIDENT.

           FD TRANSPORT.
           COPY TRANSPRT.

      *    Yearly companion archives for the purged student's
      *    subsidiary records - the same fields, order and widths as
      *    the keyed files they are carried out of, under their own
               05 AGD-RELATIONSHIP PIC X(10).
               05 AGD-PHONE PIC X(15).

           FD ARCHIVE-INCIDENTS.
           01 AIN-INCIDENT-REC.
               05 AIN-STUDENT-ID PIC 9(5).
               05 AIN-SEQ PIC 9(3).
               05 AIN-DATE PIC 9(8).
               05 AIN-CATEGORY PIC X(4).
               05 AIN-SEVERITY PIC 9(1).
               05 AIN-ACTION PIC X(1).
               05 AIN-DETENTIONS PIC 9(2).
               05 AIN-SUSPENSION-DAYS PIC 9(2).
               05 AIN-TEACHER-ID PIC 9(4).
               05 AIN-DESCRIPTION PIC X(30).

           FD AUDIT-FILE.
           COPY AUDIT.

           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.
               88 WS-GRADES-FILE-NOT-FOUND VALUE '35'.
           01 WS-GRADES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GRADES-OPENED VALUE 'Y'.

           01 WS-ATTENDANCE-STATUS PIC X(2) VALUE '00'.
               88 WS-ATTENDANCE-FILE-OK VALUE '00'.
               88 WS-ATTENDANCE-FILE-NOT-FOUND VALUE '35'.
           01 WS-ATTENDANCE-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ATTENDANCE-OPENED VALUE 'Y'.

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.
               88 WS-FEES-FILE-NOT-FOUND VALUE '35'.
           01 WS-FEES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-FEES-OPENED VALUE 'Y'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.
               88 WS-GUARDIANS-FILE-NOT-FOUND VALUE '35'.
           01 WS-GUARDIANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GUARDIANS-OPENED VALUE 'Y'.

           01 WS-INCIDENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-INCIDENTS-FILE-OK VALUE '00'.
               88 WS-INCIDENTS-FILE-NOT-FOUND VALUE '35'.
           01 WS-INCIDENTS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-INCIDENTS-OPENED VALUE 'Y'.

           01 WS-TRANSPORT-STATUS PIC X(2) VALUE '00'.
               88 WS-TRANSPORT-FILE-OK VALUE '00'.
               88 WS-TRANSPORT-FILE-NOT-FOUND VALUE '35'.
           01 WS-TRANSPORT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-TRANSPORT-OPENED VALUE 'Y'.

           01 WS-GRD-ARCHIVE-STATUS PIC X(2) VALUE '00'.
               88 WS-GRD-ARCHIVE-FILE-OK VALUE '00'.
           01 WS-GDN-ARCHIVE-STATUS PIC X(2) VALUE '00'.
               88 WS-GDN-ARCHIVE-FILE-OK VALUE '00'.

           01 WS-INC-ARCHIVE-STATUS PIC X(2) VALUE '00'.
               88 WS-INC-ARCHIVE-FILE-OK VALUE '00'.

           01 WS-ARCHIVE-FILENAME PIC X(30).
           01 WS-GRD-ARCHIVE-FILENAME PIC X(40).
           01 WS-ATT-ARCHIVE-FILENAME PIC X(40).
           01 WS-FEE-ARCHIVE-FILENAME PIC X(40).
           01 WS-GDN-ARCHIVE-FILENAME PIC X(40).
           01 WS-INC-ARCHIVE-FILENAME PIC X(40).

           01 WS-CARRY-EOF-SW PIC X(1).
               88 WS-END-OF-CARRY VALUE 'Y'.
                  '.txt' DELIMITED BY SIZE
               INTO WS-GDN-ARCHIVE-FILENAME
           END-STRING
           STRING 'students-incidents-archive-' DELIMITED BY SIZE
                  WS-TODAY(1:4) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-INC-ARCHIVE-FILENAME
           END-STRING

           OPEN I-O GRADES
           OPEN I-O ATTENDANCE
           OPEN I-O FEES
           OPEN I-O GUARDIANS
           OPEN I-O INCIDENTS
           OPEN I-O TRANSPORT
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
           IF WS-INCIDENTS-FILE-OK
               MOVE 'Y' TO WS-INCIDENTS-OPEN-SW
           END-IF
           IF WS-TRANSPORT-FILE-OK
               MOVE 'Y' TO WS-TRANSPORT-OPEN-SW
           END-IF

           OPEN EXTEND ARCHIVE-GRADES
           IF NOT WS-GRD-ARCHIVE-FILE-OK
           OPEN EXTEND ARCHIVE-GUARDIANS
           IF NOT WS-GDN-ARCHIVE-FILE-OK
               OPEN OUTPUT ARCHIVE-GUARDIANS
           END-IF
           OPEN EXTEND ARCHIVE-INCIDENTS
           IF NOT WS-INC-ARCHIVE-FILE-OK
               OPEN OUTPUT ARCHIVE-INCIDENTS
           END-IF.

      ******************************************************************
      * archives, skipping a live file that never opened.
      ******************************************************************
       3500-CLOSE-SUBSIDIARY-FILES.
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
           IF WS-INCIDENTS-OPENED
               CLOSE INCIDENTS
           END-IF
           IF WS-TRANSPORT-OPENED
               CLOSE TRANSPORT
           END-IF
           CLOSE ARCHIVE-GRADES
           CLOSE ARCHIVE-ATTENDANCE
           CLOSE ARCHIVE-FEES
           CLOSE ARCHIVE-GUARDIANS
           CLOSE ARCHIVE-INCIDENTS.

      ******************************************************************
      * Opens students-audit.txt for append, creating it first if
           PERFORM 2310-CARRY-ATTENDANCE
           PERFORM 2320-CARRY-FEES
           PERFORM 2330-CARRY-GUARDIANS
           PERFORM 2340-CARRY-INCIDENTS
           PERFORM 2350-DROP-TRANSPORT-SEAT

           PERFORM 9000-WRITE-AUDIT
           DELETE STUDENT
      * finally shrinks with the purge.
      ******************************************************************
       2300-CARRY-GRADES.
           IF WS-GRADES-OPENED
               MOVE 'N' TO WS-CARRY-EOF-SW
               MOVE STUDENT-ID TO GRD-STUDENT-ID
               MOVE LOW-VALUES TO GRD-SUBJECT-CODE
      * attendance file into the yearly companion archive.
      ******************************************************************
       2310-CARRY-ATTENDANCE.
           IF WS-ATTENDANCE-OPENED
               MOVE 'N' TO WS-CARRY-EOF-SW
               MOVE STUDENT-ID TO ATT-STUDENT-ID
               MOVE 0 TO ATT-DATE
      * file into the yearly companion archive.
      ******************************************************************
       2320-CARRY-FEES.
           IF WS-FEES-OPENED
               MOVE 'N' TO WS-CARRY-EOF-SW
               MOVE STUDENT-ID TO FEE-STUDENT-ID
               MOVE 0 TO FEE-SEQ
      * guardians file into the yearly companion archive.
      ******************************************************************
       2330-CARRY-GUARDIANS.
           IF WS-GUARDIANS-OPENED
               MOVE 'N' TO WS-CARRY-EOF-SW
               MOVE STUDENT-ID TO GDN-STUDENT-ID
               MOVE 0 TO GDN-SEQ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Moves the purged student's behaviour incidents out of the
      * keyed incidents file into the yearly companion archive.
      ******************************************************************
       2340-CARRY-INCIDENTS.
           IF WS-INCIDENTS-OPENED
               MOVE 'N' TO WS-CARRY-EOF-SW
               MOVE STUDENT-ID TO INC-STUDENT-ID
               MOVE 0 TO INC-SEQ
               START INCIDENTS KEY IS NOT LESS THAN INC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CARRY-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-CARRY
                   READ INCIDENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CARRY-EOF-SW
                       NOT AT END
                           IF INC-STUDENT-ID = STUDENT-ID
                               MOVE INC-STUDENT-ID TO AIN-STUDENT-ID
                               MOVE INC-SEQ TO AIN-SEQ
                               MOVE INC-DATE TO AIN-DATE
                               MOVE INC-CATEGORY TO AIN-CATEGORY
                               MOVE INC-SEVERITY TO AIN-SEVERITY
                               MOVE INC-ACTION TO AIN-ACTION
                               MOVE INC-DETENTIONS TO AIN-DETENTIONS
                               MOVE INC-SUSPENSION-DAYS
                                   TO AIN-SUSPENSION-DAYS
                               MOVE INC-TEACHER-ID TO AIN-TEACHER-ID
                               MOVE INC-DESCRIPTION
                                   TO AIN-DESCRIPTION
                               WRITE AIN-INCIDENT-REC
                               DELETE INCIDENTS
                           ELSE
                               MOVE 'Y' TO WS-CARRY-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * DELETEs the purged student's bus seat, when one is still on
      * students-transport.txt - a seat carries no history, so
      * nothing goes to an archive.
      ******************************************************************
       2350-DROP-TRANSPORT-SEAT.
           IF WS-TRANSPORT-OPENED
               MOVE STUDENT-ID TO TRN-STUDENT-ID
               DELETE TRANSPORT RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      ******************************************************************
      * Prints the purge total under the detail lines.
      ******************************************************************
