      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Student transfer package export. When a student
      *          moves to another school in the district, the
      *          receiving school used to re-key a printed
      *          STUDENT-DOSSIER by hand. Takes a STUDENT-ID on the
      *          command line and writes transfer-out-NNNNN.txt in
      *          the fixed format laid out in XFERPKG.CPY: the roster
      *          record off students.txt, the mailing address, the
      *          guardians and the marks off their keyed files, an
      *          attendance summary and the outstanding fee balance,
      *          then a trailer with the counts. The receiving school
      *          loads it with IMPORT-TRANSFER. Nothing here changes
      *          any file - deactivating the student who left is
      *          still DEACTIVATE-STUDENT-FILE's job. A STUDENT-ID
      *          not on the roster writes no package and ends with
      *          return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-TRANSFER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT ADDRESSES ASSIGN TO 'students-addresses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESSES-STATUS.

               SELECT GUARDIANS ASSIGN TO 'students-guardians.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDN-KEY
               FILE STATUS IS WS-GUARDIANS-STATUS.

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

               SELECT PACKAGE-FILE ASSIGN DYNAMIC WS-PACKAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD ADDRESSES.
           COPY ADDRESS.

           FD GUARDIANS.
           COPY GUARDIAN.

           FD GRADES.
           COPY GRADE.

           FD ATTENDANCE.
           COPY ATTEND.

           FD FEES.
           COPY FEES.

           FD PACKAGE-FILE.
           COPY XFERPKG.

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(5).

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.

           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.

           01 WS-ATTENDANCE-STATUS PIC X(2) VALUE '00'.
               88 WS-ATTENDANCE-FILE-OK VALUE '00'.

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.

           01 WS-PACKAGE-STATUS PIC X(2) VALUE '00'.
               88 WS-PACKAGE-FILE-OK VALUE '00'.

           01 WS-EOF-SW PIC X(1).
               88 WS-END-OF-SECTION-FILE VALUE 'Y'.

           01 WS-FOUND-SW PIC X(1) VALUE 'N'.
               88 WS-STUDENT-FOUND VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-CANDIDATE-ID PIC 9(5) VALUE 0.
           01 WS-PACKAGE-FILENAME PIC X(30).

      *    The student's roster record, held while the package is
      *    written after students.txt is closed.
           01 WS-ROSTER-HOLD.
               05 WS-HOLD-NAME PIC A(25).
               05 WS-HOLD-CLASS-NAME PIC X(3).
               05 WS-HOLD-GRADE-LEVEL PIC 9(2).
               05 WS-HOLD-ENROLLMENT-DATE PIC 9(8).
               05 WS-HOLD-STUDENT-STATUS PIC X(1).

           01 WS-ADDRESS-COUNT PIC 9(1) VALUE 0.
           01 WS-GUARDIAN-COUNT PIC 9(2) VALUE 0.
           01 WS-MARK-COUNT PIC 9(3) VALUE 0.
           01 WS-RECORD-COUNT PIC 9(5) VALUE 0.

           01 WS-PRESENT-COUNT PIC 9(4) VALUE 0.
           01 WS-ABSENT-COUNT PIC 9(4) VALUE 0.
           01 WS-TARDY-COUNT PIC 9(4) VALUE 0.
           01 WS-FIRST-DATE PIC 9(8) VALUE 0.
           01 WS-LAST-DATE PIC 9(8) VALUE 0.

           01 WS-BALANCE PIC S9(7)V99 VALUE 0.
           01 WS-FEE-ENTRIES PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CMDLINE = SPACE OR LOW-VALUE
               DISPLAY 'SUPPLY A STUDENT-ID ON THE COMMAND LINE'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF
           MOVE CMDLINE TO WS-CANDIDATE-ID

           PERFORM 1000-READ-ROSTER-RECORD
           IF NOT WS-STUDENT-FOUND
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF

           MOVE SPACES TO WS-PACKAGE-FILENAME
           STRING 'transfer-out-' DELIMITED BY SIZE
                  WS-CANDIDATE-ID DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-PACKAGE-FILENAME
           END-STRING
           OPEN OUTPUT PACKAGE-FILE

           PERFORM 2000-WRITE-ROSTER
           PERFORM 3000-WRITE-ADDRESS
           PERFORM 4000-WRITE-GUARDIANS
           PERFORM 5000-WRITE-MARKS
           PERFORM 6000-WRITE-ATTENDANCE
           PERFORM 7000-WRITE-FEE-BALANCE
           PERFORM 8000-WRITE-TRAILER

           CLOSE PACKAGE-FILE
           DISPLAY 'TRANSFER PACKAGE WRITTEN: ' WS-PACKAGE-FILENAME.
           DISPLAY 'GUARDIANS: ' WS-GUARDIAN-COUNT
               ' MARKS: ' WS-MARK-COUNT.
           DISPLAY 'RECORDS BEFORE TRAILER: ' WS-RECORD-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Reads the student's roster record by key and holds it. A
      * missing roster or an ID not on it means there is nothing to
      * send.
      ******************************************************************
       1000-READ-ROSTER-RECORD.
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO PACKAGE WRITTEN'
           ELSE
               MOVE WS-CANDIDATE-ID TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                           ' NOT ON FILE - NO PACKAGE WRITTEN'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE NAME TO WS-HOLD-NAME
                       MOVE CLASS-NAME TO WS-HOLD-CLASS-NAME
                       MOVE GRADE-LEVEL TO WS-HOLD-GRADE-LEVEL
                       MOVE ENROLLMENT-DATE
                           TO WS-HOLD-ENROLLMENT-DATE
                       MOVE STUDENT-STATUS TO WS-HOLD-STUDENT-STATUS
               END-READ
               CLOSE STUDENT
           END-IF.

      ******************************************************************
      * R: the roster record, stamped with the day the package was
      * cut.
      ******************************************************************
       2000-WRITE-ROSTER.
           MOVE SPACES TO TRANSFER-PACKAGE-REC
           MOVE 'R' TO XFR-RECORD-TYPE
           MOVE WS-CANDIDATE-ID TO XFR-STUDENT-ID
           MOVE WS-HOLD-NAME TO XFR-NAME
           MOVE WS-HOLD-CLASS-NAME TO XFR-CLASS-NAME
           MOVE WS-HOLD-GRADE-LEVEL TO XFR-GRADE-LEVEL
           MOVE WS-HOLD-ENROLLMENT-DATE TO XFR-ENROLLMENT-DATE
           MOVE WS-HOLD-STUDENT-STATUS TO XFR-STUDENT-STATUS
           MOVE WS-TODAY TO XFR-EXPORT-DATE
           PERFORM 9000-WRITE-PACKAGE-RECORD.

      ******************************************************************
      * P: the mailing address, read by key, when there is one.
      ******************************************************************
       3000-WRITE-ADDRESS.
           OPEN INPUT ADDRESSES
           IF WS-ADDRESSES-FILE-OK
               MOVE WS-CANDIDATE-ID TO ADR-STUDENT-ID
               READ ADDRESSES
                   NOT INVALID KEY
                       MOVE SPACES TO TRANSFER-PACKAGE-REC
                       MOVE 'P' TO XFR-RECORD-TYPE
                       MOVE WS-CANDIDATE-ID TO XFR-STUDENT-ID
                       MOVE ADR-STREET TO XFR-STREET
                       MOVE ADR-CITY TO XFR-CITY
                       MOVE ADR-POSTCODE TO XFR-POSTCODE
                       PERFORM 9000-WRITE-PACKAGE-RECORD
                       ADD 1 TO WS-ADDRESS-COUNT
               END-READ
               CLOSE ADDRESSES
           END-IF.

      ******************************************************************
      * G: each guardian on file for the student, in key order.
      ******************************************************************
       4000-WRITE-GUARDIANS.
           OPEN INPUT GUARDIANS
           IF WS-GUARDIANS-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               MOVE WS-CANDIDATE-ID TO GDN-STUDENT-ID
               MOVE 0 TO GDN-SEQ
               START GUARDIANS KEY IS NOT LESS THAN GDN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-SECTION-FILE
                   READ GUARDIANS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF GDN-STUDENT-ID = WS-CANDIDATE-ID
                               PERFORM 4100-WRITE-ONE-GUARDIAN
                           ELSE
                               MOVE 'Y' TO WS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIANS
           END-IF.

      ******************************************************************
      * Writes the guardian just read.
      ******************************************************************
       4100-WRITE-ONE-GUARDIAN.
           MOVE SPACES TO TRANSFER-PACKAGE-REC
           MOVE 'G' TO XFR-RECORD-TYPE
           MOVE WS-CANDIDATE-ID TO XFR-STUDENT-ID
           MOVE GDN-NAME TO XFR-GDN-NAME
           MOVE GDN-RELATIONSHIP TO XFR-GDN-RELATIONSHIP
           MOVE GDN-PHONE TO XFR-GDN-PHONE
           PERFORM 9000-WRITE-PACKAGE-RECORD
           ADD 1 TO WS-GUARDIAN-COUNT.

      ******************************************************************
      * M: each mark on file for the student, in key order.
      ******************************************************************
       5000-WRITE-MARKS.
           OPEN INPUT GRADES
           IF WS-GRADES-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               MOVE WS-CANDIDATE-ID TO GRD-STUDENT-ID
               MOVE LOW-VALUES TO GRD-SUBJECT-CODE
               MOVE 0 TO GRD-TERM
               START GRADES KEY IS NOT LESS THAN GRD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-SECTION-FILE
                   READ GRADES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF GRD-STUDENT-ID = WS-CANDIDATE-ID
                               PERFORM 5100-WRITE-ONE-MARK
                           ELSE
                               MOVE 'Y' TO WS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADES
           END-IF.

      ******************************************************************
      * Writes the mark just read.
      ******************************************************************
       5100-WRITE-ONE-MARK.
           MOVE SPACES TO TRANSFER-PACKAGE-REC
           MOVE 'M' TO XFR-RECORD-TYPE
           MOVE WS-CANDIDATE-ID TO XFR-STUDENT-ID
           MOVE GRD-SUBJECT-CODE TO XFR-SUBJECT-CODE
           MOVE GRD-TERM TO XFR-TERM
           MOVE GRD-MARK TO XFR-MARK
           MOVE GRD-DATE-RECORDED TO XFR-DATE-RECORDED
           PERFORM 9000-WRITE-PACKAGE-RECORD
           ADD 1 TO WS-MARK-COUNT.

      ******************************************************************
      * A: present, absent and tardy day counts over everything
      * posted for the student, the same tally the dossier prints,
      * with the first and last posted dates. Written even when
      * nothing is posted, so the receiving school sees zero rather
      * than wondering.
      ******************************************************************
       6000-WRITE-ATTENDANCE.
           OPEN INPUT ATTENDANCE
           IF WS-ATTENDANCE-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               MOVE WS-CANDIDATE-ID TO ATT-STUDENT-ID
               MOVE 0 TO ATT-DATE
               START ATTENDANCE KEY IS NOT LESS THAN ATT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-SECTION-FILE
                   READ ATTENDANCE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF ATT-STUDENT-ID = WS-CANDIDATE-ID
                               PERFORM 6100-TALLY-ONE-DAY
                           ELSE
                               MOVE 'Y' TO WS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE
           END-IF
           MOVE SPACES TO TRANSFER-PACKAGE-REC
           MOVE 'A' TO XFR-RECORD-TYPE
           MOVE WS-CANDIDATE-ID TO XFR-STUDENT-ID
           MOVE WS-PRESENT-COUNT TO XFR-DAYS-PRESENT
           MOVE WS-ABSENT-COUNT TO XFR-DAYS-ABSENT
           MOVE WS-TARDY-COUNT TO XFR-DAYS-TARDY
           MOVE WS-FIRST-DATE TO XFR-FIRST-DATE
           MOVE WS-LAST-DATE TO XFR-LAST-DATE
           PERFORM 9000-WRITE-PACKAGE-RECORD.

      ******************************************************************
      * Folds the attendance day just read into the summary. Days
      * come in date order, so the first is the earliest.
      ******************************************************************
       6100-TALLY-ONE-DAY.
           IF WS-FIRST-DATE = 0
               MOVE ATT-DATE TO WS-FIRST-DATE
           END-IF
           MOVE ATT-DATE TO WS-LAST-DATE
           IF ATT-PRESENT
               ADD 1 TO WS-PRESENT-COUNT
           END-IF
           IF ATT-ABSENT
               ADD 1 TO WS-ABSENT-COUNT
           END-IF
           IF ATT-TARDY
               ADD 1 TO WS-TARDY-COUNT
           END-IF.

      ******************************************************************
      * F: the outstanding fee balance - charges less payments over
      * the student's ledger. Written even when there is no ledger.
      ******************************************************************
       7000-WRITE-FEE-BALANCE.
           OPEN INPUT FEES
           IF WS-FEES-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               MOVE WS-CANDIDATE-ID TO FEE-STUDENT-ID
               MOVE 0 TO FEE-SEQ
               START FEES KEY IS NOT LESS THAN FEE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-SECTION-FILE
                   READ FEES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF FEE-STUDENT-ID = WS-CANDIDATE-ID
                               IF FEE-CHARGE
                                   ADD FEE-AMOUNT TO WS-BALANCE
                               ELSE
                                   SUBTRACT FEE-AMOUNT
                                       FROM WS-BALANCE
                               END-IF
                               ADD 1 TO WS-FEE-ENTRIES
                           ELSE
                               MOVE 'Y' TO WS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEES
           END-IF
           MOVE SPACES TO TRANSFER-PACKAGE-REC
           MOVE 'F' TO XFR-RECORD-TYPE
           MOVE WS-CANDIDATE-ID TO XFR-STUDENT-ID
           MOVE WS-BALANCE TO XFR-FEE-BALANCE
           MOVE WS-FEE-ENTRIES TO XFR-FEE-ENTRIES
           PERFORM 9000-WRITE-PACKAGE-RECORD.

      ******************************************************************
      * T: the trailer, carrying the counts IMPORT-TRANSFER checks the
      * package against before it loads anything.
      ******************************************************************
       8000-WRITE-TRAILER.
           MOVE SPACES TO TRANSFER-PACKAGE-REC
           MOVE 'T' TO XFR-RECORD-TYPE
           MOVE WS-CANDIDATE-ID TO XFR-STUDENT-ID
           MOVE WS-ADDRESS-COUNT TO XFR-TRL-ADDRESS-COUNT
           MOVE WS-GUARDIAN-COUNT TO XFR-TRL-GUARDIAN-COUNT
           MOVE WS-MARK-COUNT TO XFR-TRL-MARK-COUNT
           MOVE WS-RECORD-COUNT TO XFR-TRL-RECORD-COUNT
           WRITE TRANSFER-PACKAGE-REC.

      ******************************************************************
      * Writes the package record just built and counts it toward the
      * trailer.
      ******************************************************************
       9000-WRITE-PACKAGE-RECORD.
           WRITE TRANSFER-PACKAGE-REC
           ADD 1 TO WS-RECORD-COUNT.

       END PROGRAM EXPORT-TRANSFER.
