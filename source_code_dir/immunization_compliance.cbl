      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Immunization compliance run for the nurse. Every
      *          active student on students.txt is checked against
      *          the doses immunization-schedule.txt requires for
      *          their GRADE-LEVEL, counting the doses of each
      *          vaccine on the student's keyed students-health.txt
      *          record. A student short of any vaccine - or with no
      *          health record at all - is non-compliant and goes on
      *          the exclusion list immunization-compliance.rpt,
      *          grouped by GRADE-LEVEL with the vaccines missing and
      *          the doses held against the doses required, and gets
      *          a notice letter to the guardian on
      *          immunization-letters.rpt in the style of
      *          TRUANCY-LETTERS, with the first guardian's name and
      *          phone and the mailing address block. The list closes
      *          with a checked and non-compliant count per grade
      *          level.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMUNIZATION-COMPLIANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT HEALTH ASSIGN TO 'students-health.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLT-STUDENT-ID
               FILE STATUS IS WS-HEALTH-STATUS.

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

               SELECT SCHEDULE-FILE
               ASSIGN TO 'immunization-schedule.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

               SELECT SORT-WORK ASSIGN TO 'immunwk.tmp'.

               SELECT SORTED-COMPLIANCE ASSIGN TO 'immunsort.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT COMPLIANCE-RPT
               ASSIGN TO 'immunization-compliance.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT LETTER-FILE ASSIGN TO 'immunization-letters.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD HEALTH.
           COPY HEALTH.

           FD GUARDIANS.
           COPY GUARDIAN.

           FD ADDRESSES.
           COPY ADDRESS.

           FD SCHEDULE-FILE.
           COPY IMMSCHED.

           SD SORT-WORK.
           01 SW-COMPLIANCE-REC.
               05 SW-GRADE-LEVEL PIC 9(2).
               05 SW-CLASS-NAME PIC X(3).
               05 SW-STUDENT-ID PIC 9(5).
               05 SW-NAME PIC A(25).
               05 SW-NO-RECORD-SW PIC X(1).
               05 SW-MISSING-COUNT PIC 9(2).
               05 SW-MISSING OCCURS 10 TIMES.
                   10 SW-VACCINE-CODE PIC X(4).
                   10 SW-DESCRIPTION PIC X(25).
                   10 SW-DOSES-HELD PIC 9(2).
                   10 SW-DOSES-REQUIRED PIC 9(1).

           FD SORTED-COMPLIANCE.
           01 SORTED-COMPLIANCE-REC.
               05 SS-GRADE-LEVEL PIC 9(2).
               05 SS-CLASS-NAME PIC X(3).
               05 SS-STUDENT-ID PIC 9(5).
               05 SS-NAME PIC A(25).
               05 SS-NO-RECORD-SW PIC X(1).
                   88 SS-NO-HEALTH-RECORD VALUE 'Y'.
               05 SS-MISSING-COUNT PIC 9(2).
               05 SS-MISSING OCCURS 10 TIMES.
                   10 SS-VACCINE-CODE PIC X(4).
                   10 SS-DESCRIPTION PIC X(25).
                   10 SS-DOSES-HELD PIC 9(2).
                   10 SS-DOSES-REQUIRED PIC 9(1).

           FD COMPLIANCE-RPT.
           01 RPT-LINE PIC X(80).

           FD LETTER-FILE.
           01 LTR-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
           01 WS-STUDENT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-STUDENT-OPENED VALUE 'Y'.

           01 WS-HEALTH-STATUS PIC X(2) VALUE '00'.
               88 WS-HEALTH-FILE-OK VALUE '00'.
           01 WS-HEALTH-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-HEALTH-OPENED VALUE 'Y'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.
           01 WS-GUARDIANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GUARDIANS-OPENED VALUE 'Y'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
           01 WS-ADDRESSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ADDRESSES-OPENED VALUE 'Y'.

           01 WS-SCHEDULE-STATUS PIC X(2) VALUE '00'.
               88 WS-SCHEDULE-FILE-OK VALUE '00'.

           01 WS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORTED-FILE VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-SCHEDULE-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SCHEDULE VALUE 'Y'.

           01 WS-GDN-EOF-SW PIC X(1).
               88 WS-END-OF-GUARDIANS VALUE 'Y'.

           01 WS-FIRST-REC-SW PIC X(1) VALUE 'Y'.
               88 WS-FIRST-RECORD VALUE 'Y'.

           01 WS-ADDRESS-FOUND-SW PIC X(1).
               88 WS-ADDRESS-FOUND VALUE 'Y'.

           01 WS-HEALTH-FOUND-SW PIC X(1).
               88 WS-HEALTH-FOUND VALUE 'Y'.

           01 WS-TODAY PIC 9(8).

      *    The required-immunization schedule, one slot per grade
      *    level and vaccine.
           01 WS-SCHEDULE-TABLE.
               05 WS-SCH-ENTRY OCCURS 100 TIMES.
                   10 WS-SCH-GRADE PIC 9(2).
                   10 WS-SCH-CODE PIC X(4).
                   10 WS-SCH-DOSES PIC 9(1).
                   10 WS-SCH-DESCRIPTION PIC X(25).
           01 WS-SCHEDULE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-SCH-SUB PIC 9(3) COMP.
           01 WS-IMM-SUB PIC 9(2) COMP.
           01 WS-MIS-SUB PIC 9(2) COMP.
           01 WS-DOSES-HELD PIC 9(2).

      *    Students checked and found non-compliant per GRADE-LEVEL,
      *    subscripted by the grade level itself.
           01 WS-GRADE-TABLE.
               05 WS-GRADE-ENTRY OCCURS 99 TIMES.
                   10 WS-GRADE-CHECKED PIC 9(5) COMP.
                   10 WS-GRADE-FAILED PIC 9(5) COMP.
           01 WS-GRADE-SUB PIC 9(2) COMP.

           01 WS-GUARDIAN-NAME PIC A(25).
           01 WS-GUARDIAN-PHONE PIC X(15).
           01 WS-GUARDIAN-FOUND-SW PIC X(1).
               88 WS-GUARDIAN-FOUND VALUE 'Y'.

           01 WS-PREV-GRADE PIC 9(2) VALUE 0.
           01 WS-CHECKED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-FAILED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-NO-RECORD-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 0.
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

           01 HDG-LINE-1.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(34)
                   VALUE 'IMMUNIZATION NON-COMPLIANCE LIST'.
               05 FILLER PIC X(17) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-LINE-1A.
               05 FILLER PIC X(10) VALUE 'RUN DATE: '.
               05 HDG-DATE PIC 9(8).

           01 HDG-LINE-2.
               05 FILLER PIC X(13) VALUE 'GRADE LEVEL: '.
               05 HDG-GRADE-LEVEL PIC Z9.

           01 HDG-LINE-3.
               05 FILLER PIC X(10) VALUE 'STUDENT-ID'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(5) VALUE 'CLASS'.

           01 DTL-LINE.
               05 DTL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(7) VALUE SPACES.
               05 DTL-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-CLASS-NAME PIC X(3).
               05 FILLER PIC X(4) VALUE SPACES.
               05 DTL-FLAG PIC X(24).

           01 MIS-LINE.
               05 FILLER PIC X(12) VALUE SPACES.
               05 MIS-VACCINE-CODE PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 MIS-DESCRIPTION PIC X(25).
               05 FILLER PIC X(6) VALUE '  HAS '.
               05 MIS-DOSES-HELD PIC Z9.
               05 FILLER PIC X(4) VALUE ' OF '.
               05 MIS-DOSES-REQUIRED PIC 9.
               05 FILLER PIC X(6) VALUE ' DOSES'.

           01 GRADE-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(24) VALUE 'NON-COMPLIANT IN GRADE: '.
               05 GRL-FAILED PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE ' OF '.
               05 GRL-CHECKED PIC ZZ,ZZ9.
               05 FILLER PIC X(8) VALUE ' CHECKED'.

           01 SUMMARY-TITLE-LINE.
               05 FILLER PIC X(40)
                   VALUE 'SUMMARY BY GRADE LEVEL'.

           01 SUMMARY-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'GRADE '.
               05 SUM-GRADE-LEVEL PIC Z9.
               05 FILLER PIC X(11) VALUE '  CHECKED: '.
               05 SUM-CHECKED PIC ZZ,ZZ9.
               05 FILLER PIC X(17) VALUE '  NON-COMPLIANT: '.
               05 SUM-FAILED PIC ZZ,ZZ9.

           01 GRAND-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(24) VALUE 'TOTAL NON-COMPLIANT: '.
               05 GTL-FAILED PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE ' OF '.
               05 GTL-CHECKED PIC ZZ,ZZ9.
               05 FILLER PIC X(8) VALUE ' CHECKED'.

           01 COV-LINE-1.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE 'IMMUNIZATION NOTICE LETTERS'.

           01 COV-LINE-2.
               05 FILLER PIC X(15) VALUE 'RUN DATE: '.
               05 COV-DATE PIC 9(8).

           01 COV-LINE-3.
               05 FILLER PIC X(20) VALUE 'LETTERS PRODUCED: '.
               05 COV-COUNT PIC ZZ,ZZ9.
               05 FILLER PIC X(22) VALUE '  NO HEALTH RECORD: '.
               05 COV-NO-RECORD PIC ZZ,ZZ9.

           01 PAGE-BREAK-LINE.
               05 FILLER PIC X(80) VALUE ALL '-'.

           01 LTR-DATE-LINE.
               05 FILLER PIC X(6) VALUE 'DATE: '.
               05 LTR-DATE PIC 9(8).

           01 LTR-NOTICE-LINE.
               05 FILLER PIC X(40)
                   VALUE 'NOTICE OF MISSING IMMUNIZATIONS'.

           01 LTR-TO-LINE.
               05 FILLER PIC X(4) VALUE 'TO: '.
               05 LTR-GUARDIAN PIC X(35).

           01 LTR-PHONE-LINE.
               05 FILLER PIC X(7) VALUE 'PHONE: '.
               05 LTR-PHONE PIC X(15).

           01 LTR-RE-LINE.
               05 FILLER PIC X(4) VALUE 'RE: '.
               05 LTR-NAME PIC A(25).
               05 FILLER PIC X(9) VALUE '  CLASS: '.
               05 LTR-CLASS PIC X(3).

           01 LTR-GRADE-LINE.
               05 FILLER PIC X(42) VALUE
                   'THE IMMUNIZATIONS REQUIRED FOR GRADE LEVEL'.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LTR-GRADE-LEVEL PIC Z9.
               05 FILLER PIC X(20) VALUE ' STILL OUTSTANDING:'.

           01 LTR-MISSING-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LTM-DESCRIPTION PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LTM-DOSES-HELD PIC Z9.
               05 FILLER PIC X(4) VALUE ' OF '.
               05 LTM-DOSES-REQUIRED PIC 9.
               05 FILLER PIC X(15) VALUE ' DOSES RECEIVED'.

           01 LTR-NO-RECORD-LINE PIC X(80) VALUE
               '  (THE SCHOOL HOLDS NO HEALTH RECORD FOR YOUR STUDENT)'.

           01 LTR-BODY-0 PIC X(80) VALUE
               'OUR RECORDS SHOW YOUR STUDENT HAS NOT YET RECEIVED ALL'.
           01 LTR-BODY-1 PIC X(80) VALUE
               'PLEASE SEND THE SCHOOL NURSE A RECORD OF THE MISSING '.
           01 LTR-BODY-2 PIC X(80) VALUE
               'DOSES. A STUDENT WHO REMAINS OUT OF COMPLIANCE MAY BE '.
           01 LTR-BODY-3 PIC X(80) VALUE
               'EXCLUDED FROM SCHOOL UNTIL THE RECORD IS COMPLETE.'.
           01 LTR-BODY-4 PIC X(80) VALUE
               'SINCERELY,'.
           01 LTR-BODY-5 PIC X(80) VALUE
               'THE SCHOOL OFFICE'.

           01 NO-GUARDIAN-TEXT PIC X(35)
               VALUE '** NO GUARDIAN ON FILE **'.

           01 ADR-STREET-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADL-STREET PIC X(25).

           01 ADR-CITY-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADL-CITY PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADL-POSTCODE PIC X(10).

           01 NO-ADDRESS-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE '** NO ADDRESS ON FILE **'.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-SCHEDULE
           IF WS-SCHEDULE-COUNT = 0
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 1100-OPEN-FILES
           SORT SORT-WORK
               ON ASCENDING KEY SW-GRADE-LEVEL SW-CLASS-NAME
                                SW-STUDENT-ID
               INPUT PROCEDURE IS 2000-CHECK-ALL-STUDENTS
               GIVING SORTED-COMPLIANCE

           OPEN OUTPUT COMPLIANCE-RPT
           OPEN OUTPUT LETTER-FILE
           PERFORM 2500-WRITE-COVER-PAGE
           OPEN INPUT SORTED-COMPLIANCE
           PERFORM UNTIL WS-END-OF-SORTED-FILE
               READ SORTED-COMPLIANCE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 3000-PROCESS-RECORD
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 4000-PRINT-GRADE-TOTAL
           END-IF
           PERFORM 4500-PRINT-SUMMARY
           CLOSE SORTED-COMPLIANCE
           CLOSE COMPLIANCE-RPT
           CLOSE LETTER-FILE
           IF WS-GUARDIANS-OPENED
               CLOSE GUARDIANS
           END-IF
           IF WS-ADDRESSES-OPENED
               CLOSE ADDRESSES
           END-IF
           DISPLAY 'STUDENTS CHECKED: ' WS-CHECKED-COUNT
           DISPLAY 'NON-COMPLIANT: ' WS-FAILED-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Loads immunization-schedule.txt into WS-SCHEDULE-TABLE. With
      * no schedule there is nothing to check against, so the run
      * stops before it writes anything.
      ******************************************************************
       1000-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF NOT WS-SCHEDULE-FILE-OK
               DISPLAY 'IMMUNIZATION-SCHEDULE.TXT NOT FOUND - '
                   'NOTHING TO CHECK AGAINST'
           ELSE
               PERFORM UNTIL WS-END-OF-SCHEDULE
                   READ SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-SCHEDULE-EOF-SW
                       NOT AT END
                           IF WS-SCHEDULE-COUNT < 100
                               ADD 1 TO WS-SCHEDULE-COUNT
                               MOVE IMS-GRADE-LEVEL
                                   TO WS-SCH-GRADE (WS-SCHEDULE-COUNT)
                               MOVE IMS-VACCINE-CODE
                                   TO WS-SCH-CODE (WS-SCHEDULE-COUNT)
                               MOVE IMS-DOSES
                                   TO WS-SCH-DOSES (WS-SCHEDULE-COUNT)
                               MOVE IMS-DESCRIPTION
                                   TO WS-SCH-DESCRIPTION
                                       (WS-SCHEDULE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
               IF WS-SCHEDULE-COUNT = 0
                   DISPLAY 'IMMUNIZATION-SCHEDULE.TXT IS EMPTY - '
                       'NOTHING TO CHECK AGAINST'
               END-IF
           END-IF.

      ******************************************************************
      * Opens the roster for the sort's input procedure and the keyed
      * files read while checking and printing. No roster is not an
      * error, it just produces an empty list; a missing health file
      * means no student has a record, so every student with a
      * requirement is non-compliant.
      ******************************************************************
       1100-OPEN-FILES.
           INITIALIZE WS-GRADE-TABLE
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO CHECK'
           ELSE
               MOVE 'Y' TO WS-STUDENT-OPEN-SW
           END-IF
           OPEN INPUT HEALTH
           IF NOT WS-HEALTH-FILE-OK
               DISPLAY 'STUDENTS-HEALTH.TXT NOT FOUND - NO HEALTH '
                   'RECORDS ON FILE'
           ELSE
               MOVE 'Y' TO WS-HEALTH-OPEN-SW
           END-IF
           OPEN INPUT GUARDIANS
           IF NOT WS-GUARDIANS-FILE-OK
               DISPLAY 'STUDENTS-GUARDIANS.TXT NOT FOUND - LETTERS '
                   'WILL SHOW NO GUARDIAN'
           ELSE
               MOVE 'Y' TO WS-GUARDIANS-OPEN-SW
           END-IF
           OPEN INPUT ADDRESSES
           IF NOT WS-ADDRESSES-FILE-OK
               DISPLAY 'STUDENTS-ADDRESSES.TXT NOT FOUND - LETTERS '
                   'WILL SHOW NO ADDRESS'
           ELSE
               MOVE 'Y' TO WS-ADDRESSES-OPEN-SW
           END-IF.

      ******************************************************************
      * SORT input procedure: checks every active student and
      * releases the non-compliant ones to the sort step.
      ******************************************************************
       2000-CHECK-ALL-STUDENTS.
           IF WS-STUDENT-OPENED
               PERFORM UNTIL WS-END-OF-STUDENT-FILE
                   READ STUDENT NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-STUDENT-EOF-SW
                       NOT AT END
                           IF STUDENT-ACTIVE
                               PERFORM 2100-CHECK-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT
           END-IF
           IF WS-HEALTH-OPENED
               CLOSE HEALTH
           END-IF.

      ******************************************************************
      * Reads the student's health record by key and counts the
      * doses held of every vaccine the schedule requires for the
      * student's GRADE-LEVEL, noting each one short. A student with
      * any vaccine short is released to the sort.
      ******************************************************************
       2100-CHECK-ONE-STUDENT.
           ADD 1 TO WS-CHECKED-COUNT
           IF GRADE-LEVEL > 0
               ADD 1 TO WS-GRADE-CHECKED (GRADE-LEVEL)
           END-IF
           MOVE 'N' TO WS-HEALTH-FOUND-SW
           IF WS-HEALTH-OPENED
               MOVE STUDENT-ID TO HLT-STUDENT-ID
               READ HEALTH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HEALTH-FOUND-SW
               END-READ
           END-IF
           IF NOT WS-HEALTH-FOUND
               MOVE 0 TO HLT-IMM-COUNT
           END-IF

           INITIALIZE SW-COMPLIANCE-REC
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCHEDULE-COUNT
               IF WS-SCH-GRADE (WS-SCH-SUB) = GRADE-LEVEL
                   PERFORM 2200-COUNT-DOSES
               END-IF
           END-PERFORM

           IF SW-MISSING-COUNT > 0
               MOVE GRADE-LEVEL TO SW-GRADE-LEVEL
               MOVE CLASS-NAME TO SW-CLASS-NAME
               MOVE STUDENT-ID TO SW-STUDENT-ID
               MOVE NAME TO SW-NAME
               IF WS-HEALTH-FOUND
                   MOVE 'N' TO SW-NO-RECORD-SW
               ELSE
                   MOVE 'Y' TO SW-NO-RECORD-SW
                   ADD 1 TO WS-NO-RECORD-COUNT
               END-IF
               ADD 1 TO WS-FAILED-COUNT
               IF GRADE-LEVEL > 0
                   ADD 1 TO WS-GRADE-FAILED (GRADE-LEVEL)
               END-IF
               RELEASE SW-COMPLIANCE-REC
           END-IF.

      ******************************************************************
      * Counts the doses of the scheduled vaccine on the student's
      * immunization list and, when short of the doses required,
      * adds the vaccine to the student's missing list.
      ******************************************************************
       2200-COUNT-DOSES.
           MOVE 0 TO WS-DOSES-HELD
           PERFORM VARYING WS-IMM-SUB FROM 1 BY 1
                   UNTIL WS-IMM-SUB > HLT-IMM-COUNT
               IF HLT-IMM-CODE (WS-IMM-SUB) = WS-SCH-CODE (WS-SCH-SUB)
                   ADD 1 TO WS-DOSES-HELD
               END-IF
           END-PERFORM
           IF WS-DOSES-HELD < WS-SCH-DOSES (WS-SCH-SUB)
                   AND SW-MISSING-COUNT < 10
               ADD 1 TO SW-MISSING-COUNT
               MOVE WS-SCH-CODE (WS-SCH-SUB)
                   TO SW-VACCINE-CODE (SW-MISSING-COUNT)
               MOVE WS-SCH-DESCRIPTION (WS-SCH-SUB)
                   TO SW-DESCRIPTION (SW-MISSING-COUNT)
               MOVE WS-DOSES-HELD
                   TO SW-DOSES-HELD (SW-MISSING-COUNT)
               MOVE WS-SCH-DOSES (WS-SCH-SUB)
                   TO SW-DOSES-REQUIRED (SW-MISSING-COUNT)
           END-IF.

      ******************************************************************
      * Writes the letters' cover summary page: the run date, the
      * letters produced and how many went to students with no
      * health record at all.
      ******************************************************************
       2500-WRITE-COVER-PAGE.
           MOVE COV-LINE-1 TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-TODAY TO COV-DATE
           MOVE COV-LINE-2 TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-FAILED-COUNT TO COV-COUNT
           MOVE WS-NO-RECORD-COUNT TO COV-NO-RECORD
           MOVE COV-LINE-3 TO LTR-LINE
           WRITE LTR-LINE.

      ******************************************************************
      * Handles one non-compliant student: prints a new grade header
      * on a GRADE-LEVEL control break, the student line and a line
      * per vaccine short, then writes the guardian letter.
      ******************************************************************
       3000-PROCESS-RECORD.
           IF WS-FIRST-RECORD OR SS-GRADE-LEVEL NOT = WS-PREV-GRADE
               IF NOT WS-FIRST-RECORD
                   PERFORM 4000-PRINT-GRADE-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-REC-SW
               MOVE SS-GRADE-LEVEL TO WS-PREV-GRADE
               PERFORM 5000-PRINT-GRADE-HEADER
           END-IF
           MOVE SS-STUDENT-ID TO DTL-STUDENT-ID
           MOVE SS-NAME TO DTL-NAME
           MOVE SS-CLASS-NAME TO DTL-CLASS-NAME
           IF SS-NO-HEALTH-RECORD
               MOVE '** NO HEALTH RECORD' TO DTL-FLAG
           ELSE
               MOVE SPACES TO DTL-FLAG
           END-IF
           MOVE DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM VARYING WS-MIS-SUB FROM 1 BY 1
                   UNTIL WS-MIS-SUB > SS-MISSING-COUNT
               MOVE SS-VACCINE-CODE (WS-MIS-SUB) TO MIS-VACCINE-CODE
               MOVE SS-DESCRIPTION (WS-MIS-SUB) TO MIS-DESCRIPTION
               MOVE SS-DOSES-HELD (WS-MIS-SUB) TO MIS-DOSES-HELD
               MOVE SS-DOSES-REQUIRED (WS-MIS-SUB)
                   TO MIS-DOSES-REQUIRED
               MOVE MIS-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           PERFORM 5100-FIND-FIRST-GUARDIAN
           PERFORM 3500-WRITE-ONE-LETTER.

      ******************************************************************
      * Writes the guardian letter for the student just listed: the
      * guardian's name and phone - or the no-guardian flag - the
      * address block, and each vaccine still outstanding.
      ******************************************************************
       3500-WRITE-ONE-LETTER.
           MOVE PAGE-BREAK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-TODAY TO LTR-DATE
           MOVE LTR-DATE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-NOTICE-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF WS-GUARDIAN-FOUND
               MOVE WS-GUARDIAN-NAME TO LTR-GUARDIAN
           ELSE
               MOVE NO-GUARDIAN-TEXT TO LTR-GUARDIAN
           END-IF
           MOVE LTR-TO-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF WS-GUARDIAN-FOUND
               MOVE WS-GUARDIAN-PHONE TO LTR-PHONE
               MOVE LTR-PHONE-LINE TO LTR-LINE
               WRITE LTR-LINE
           END-IF
           PERFORM 3600-WRITE-ADDRESS-BLOCK
           MOVE SS-NAME TO LTR-NAME
           MOVE SS-CLASS-NAME TO LTR-CLASS
           MOVE LTR-RE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-0 TO LTR-LINE
           WRITE LTR-LINE
           MOVE SS-GRADE-LEVEL TO LTR-GRADE-LEVEL
           MOVE LTR-GRADE-LINE TO LTR-LINE
           WRITE LTR-LINE
           PERFORM VARYING WS-MIS-SUB FROM 1 BY 1
                   UNTIL WS-MIS-SUB > SS-MISSING-COUNT
               MOVE SS-DESCRIPTION (WS-MIS-SUB) TO LTM-DESCRIPTION
               MOVE SS-DOSES-HELD (WS-MIS-SUB) TO LTM-DOSES-HELD
               MOVE SS-DOSES-REQUIRED (WS-MIS-SUB)
                   TO LTM-DOSES-REQUIRED
               MOVE LTR-MISSING-LINE TO LTR-LINE
               WRITE LTR-LINE
           END-PERFORM
           IF SS-NO-HEALTH-RECORD
               MOVE LTR-NO-RECORD-LINE TO LTR-LINE
               WRITE LTR-LINE
           END-IF
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-1 TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-2 TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-3 TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-4 TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-5 TO LTR-LINE
           WRITE LTR-LINE.

      ******************************************************************
      * Prints the mailing address block for the student the letter
      * is for, read by key off students-addresses.txt - or the
      * no-address flag so the gap gets chased.
      ******************************************************************
       3600-WRITE-ADDRESS-BLOCK.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           IF WS-ADDRESSES-OPENED
               MOVE SS-STUDENT-ID TO ADR-STUDENT-ID
               READ ADDRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ADDRESS-FOUND-SW
               END-READ
           END-IF
           IF WS-ADDRESS-FOUND
               MOVE ADR-STREET TO ADL-STREET
               MOVE ADR-STREET-LINE TO LTR-LINE
               WRITE LTR-LINE
               MOVE ADR-CITY TO ADL-CITY
               MOVE ADR-POSTCODE TO ADL-POSTCODE
               MOVE ADR-CITY-LINE TO LTR-LINE
               WRITE LTR-LINE
           ELSE
               MOVE NO-ADDRESS-LINE TO LTR-LINE
               WRITE LTR-LINE
           END-IF.

      ******************************************************************
      * Prints the non-compliant and checked counts for the grade
      * level that just ended.
      ******************************************************************
       4000-PRINT-GRADE-TOTAL.
           MOVE 0 TO GRL-FAILED
           MOVE 0 TO GRL-CHECKED
           IF WS-PREV-GRADE > 0
               MOVE WS-GRADE-FAILED (WS-PREV-GRADE) TO GRL-FAILED
               MOVE WS-GRADE-CHECKED (WS-PREV-GRADE) TO GRL-CHECKED
           END-IF
           MOVE GRADE-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * Prints the checked and non-compliant count for every grade
      * level with active students - fully compliant grades
      * included - and the grand totals.
      ******************************************************************
       4500-PRINT-SUMMARY.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SUMMARY-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 99
               IF WS-GRADE-CHECKED (WS-GRADE-SUB) > 0
                   MOVE WS-GRADE-SUB TO SUM-GRADE-LEVEL
                   MOVE WS-GRADE-CHECKED (WS-GRADE-SUB) TO SUM-CHECKED
                   MOVE WS-GRADE-FAILED (WS-GRADE-SUB) TO SUM-FAILED
                   MOVE SUMMARY-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           MOVE WS-FAILED-COUNT TO GTL-FAILED
           MOVE WS-CHECKED-COUNT TO GTL-CHECKED
           MOVE GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Prints the page heading and run date, followed by the grade
      * heading, and bumps the page number whenever the page is
      * full.
      ******************************************************************
       5000-PRINT-GRADE-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE WS-PAGE-NO TO HDG-PAGE-NO
               MOVE HDG-LINE-1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-TODAY TO HDG-DATE
               MOVE HDG-LINE-1A TO RPT-LINE
               WRITE RPT-LINE
               MOVE 2 TO WS-LINE-COUNT
           END-IF
           MOVE WS-PREV-GRADE TO HDG-GRADE-LEVEL
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT.

      ******************************************************************
      * Reads the current student's first guardian - the lowest
      * sequence on file - into the merge fields, leaving the found
      * switch off when the student has none.
      ******************************************************************
       5100-FIND-FIRST-GUARDIAN.
           MOVE 'N' TO WS-GUARDIAN-FOUND-SW
           MOVE SPACES TO WS-GUARDIAN-NAME
           MOVE SPACES TO WS-GUARDIAN-PHONE
           IF WS-GUARDIANS-OPENED
               MOVE 'N' TO WS-GDN-EOF-SW
               MOVE SS-STUDENT-ID TO GDN-STUDENT-ID
               MOVE 0 TO GDN-SEQ
               START GUARDIANS KEY IS NOT LESS THAN GDN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-GDN-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-GUARDIANS
                   READ GUARDIANS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GDN-EOF-SW
                       NOT AT END
                           IF GDN-STUDENT-ID = SS-STUDENT-ID
                               MOVE GDN-NAME TO WS-GUARDIAN-NAME
                               MOVE GDN-PHONE TO WS-GUARDIAN-PHONE
                               MOVE 'Y' TO WS-GUARDIAN-FOUND-SW
                           END-IF
                           MOVE 'Y' TO WS-GDN-EOF-SW
                   END-READ
               END-PERFORM
           END-IF.

       END PROGRAM IMMUNIZATION-COMPLIANCE.
