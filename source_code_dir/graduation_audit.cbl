      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Graduation credit audit for the '12 ' class, run
      *          before STUDENT-ROLLOVER graduates them. For every
      *          active '12 ' student the run walks the student's
      *          enrollments on students-enrollments.txt, takes the
      *          latest-term mark on students-grades.txt for each
      *          enrolled subject, and credits every passed subject's
      *          CRS-CREDITS off the courses.txt catalog to its
      *          subject area. The credits earned per area are checked
      *          against graduation-requirements.txt: a student short
      *          in any area is not eligible and is listed on
      *          graduation-audit.rpt with the shortfall per area; an
      *          eligible student is listed too, and gets a diploma
      *          certificate page with the mailing address block on
      *          diplomas.rpt. Each judgment is written to the keyed
      *          graduation-audit.txt, rebuilt every run, which the
      *          rollover reads to graduate only eligible students and
      *          hold the rest for the registrar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADUATION-AUDIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT ENROLLMENTS
               ASSIGN TO 'students-enrollments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENROLLMENTS-STATUS.

               SELECT GRADES ASSIGN TO 'students-grades.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADES-STATUS.

               SELECT COURSES ASSIGN TO 'courses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SUBJECT-CODE
               FILE STATUS IS WS-COURSES-STATUS.

               SELECT ADDRESSES ASSIGN TO 'students-addresses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESSES-STATUS.

               SELECT REQUIREMENTS-FILE
               ASSIGN TO 'graduation-requirements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUIREMENTS-STATUS.

               SELECT GRAD-AUDIT-FILE ASSIGN TO 'graduation-audit.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAU-STUDENT-ID
               FILE STATUS IS WS-GRAD-AUDIT-STATUS.

               SELECT AUDIT-RPT ASSIGN TO 'graduation-audit.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT DIPLOMA-FILE ASSIGN TO 'diplomas.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD ENROLLMENTS.
           COPY ENROLL.

           FD GRADES.
           COPY GRADE.

           FD COURSES.
           COPY COURSE.

           FD ADDRESSES.
           COPY ADDRESS.

           FD REQUIREMENTS-FILE.
           COPY GRADREQ.

           FD GRAD-AUDIT-FILE.
           COPY GRADAUD.

           FD AUDIT-RPT.
           01 RPT-LINE PIC X(80).

           FD DIPLOMA-FILE.
           01 LTR-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-ENROLLMENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-ENROLLMENTS-FILE-OK VALUE '00'.

           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.

           01 WS-COURSES-STATUS PIC X(2) VALUE '00'.
               88 WS-COURSES-FILE-OK VALUE '00'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
           01 WS-ADDRESSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ADDRESSES-OPENED VALUE 'Y'.

           01 WS-ADDRESS-FOUND-SW PIC X(1).
               88 WS-ADDRESS-FOUND VALUE 'Y'.

           01 WS-REQUIREMENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REQUIREMENTS-FILE-OK VALUE '00'.

           01 WS-GRAD-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-GRAD-AUDIT-FILE-OK VALUE '00'.

           01 WS-FILES-MISSING-SW PIC X(1) VALUE 'N'.
               88 WS-FILES-MISSING VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-REQ-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-REQUIREMENTS VALUE 'Y'.

           01 WS-ENR-EOF-SW PIC X(1).
               88 WS-END-OF-ENROLLMENTS VALUE 'Y'.

           01 WS-GRADES-EOF-SW PIC X(1).
               88 WS-END-OF-GRADES VALUE 'Y'.

           01 WS-TODAY PIC 9(8).

      *    The lowest latest-term mark that passes a subject - the
      *    same 50 STUDENT-ROLLOVER ships as its minimum average.
           01 WS-PASS-MARK PIC 9(3) VALUE 50.

      *    The graduation requirements, one slot per subject area,
      *    with the credits the current student has earned in it.
           01 WS-REQ-TABLE.
               05 WS-REQ-ENTRY OCCURS 20 TIMES.
                   10 WS-REQ-AREA PIC X(4).
                   10 WS-REQ-MIN PIC 9(3).
                   10 WS-REQ-EARNED PIC 9(3) COMP.
           01 WS-REQ-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-REQ-SUB PIC 9(3) COMP.

           01 WS-LATEST-MARK PIC 9(3).
           01 WS-HAVE-MARK-SW PIC X(1).
               88 WS-HAVE-MARK VALUE 'Y'.

           01 WS-TOTAL-CREDITS PIC 9(3) COMP.
           01 WS-SHORT-CREDITS PIC 9(3) COMP.

           01 WS-ELIGIBLE-SW PIC X(1).
               88 WS-STUDENT-ELIGIBLE VALUE 'Y'.

           01 WS-AUDITED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-ELIGIBLE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-NOT-ELIGIBLE-COUNT PIC 9(5) COMP VALUE 0.

           01 HDG-LINE-1.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE 'GRADUATION CREDIT AUDIT'.

           01 HDG-LINE-2.
               05 FILLER PIC X(11) VALUE 'RUN DATE: '.
               05 HDG-DATE PIC 9(8).
               05 FILLER PIC X(13) VALUE '  PASS MARK: '.
               05 HDG-PASS-MARK PIC ZZ9.

           01 HDG-LINE-3.
               05 FILLER PIC X(7) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(11) VALUE 'CREDITS'.
               05 FILLER PIC X(12) VALUE 'STATUS'.

           01 DTL-LINE.
               05 DTL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-CREDITS PIC ZZ9.
               05 FILLER PIC X(8) VALUE SPACES.
               05 DTL-STATUS PIC X(12).

           01 SHORT-LINE.
               05 FILLER PIC X(9) VALUE SPACES.
               05 FILLER PIC X(5) VALUE 'AREA '.
               05 SHL-AREA PIC X(4).
               05 FILLER PIC X(8) VALUE '  NEEDS '.
               05 SHL-NEEDS PIC ZZ9.
               05 FILLER PIC X(9) VALUE '  EARNED '.
               05 SHL-EARNED PIC ZZ9.
               05 FILLER PIC X(8) VALUE '  SHORT '.
               05 SHL-SHORT PIC ZZ9.

           01 TOTAL-LINE-1.
               05 FILLER PIC X(20) VALUE 'STUDENTS AUDITED: '.
               05 TTL-AUDITED PIC ZZ,ZZ9.

           01 TOTAL-LINE-2.
               05 FILLER PIC X(20) VALUE 'ELIGIBLE: '.
               05 TTL-ELIGIBLE PIC ZZ,ZZ9.

           01 TOTAL-LINE-3.
               05 FILLER PIC X(20) VALUE 'NOT ELIGIBLE: '.
               05 TTL-NOT-ELIGIBLE PIC ZZ,ZZ9.

           01 PAGE-BREAK-LINE.
               05 FILLER PIC X(80) VALUE ALL '-'.

           01 DIP-TITLE-LINE.
               05 FILLER PIC X(27) VALUE SPACES.
               05 FILLER PIC X(26) VALUE 'DIPLOMA OF GRADUATION'.

           01 DIP-DATE-LINE.
               05 FILLER PIC X(6) VALUE 'DATE: '.
               05 DIP-DATE PIC 9(8).

           01 DIP-TO-LINE.
               05 FILLER PIC X(4) VALUE 'TO: '.
               05 DIP-TO-NAME PIC A(25).

           01 DIP-NAME-LINE.
               05 FILLER PIC X(27) VALUE SPACES.
               05 DIP-NAME PIC A(25).

           01 DIP-CREDITS-LINE.
               05 FILLER PIC X(22) VALUE 'HAVING EARNED A TOTAL '.
               05 FILLER PIC X(3) VALUE 'OF '.
               05 DIP-CREDITS PIC ZZ9.
               05 FILLER PIC X(40)
                   VALUE ' CREDITS AND MET EVERY REQUIREMENT OF'.

           01 DIP-ID-LINE.
               05 FILLER PIC X(12) VALUE 'STUDENT-ID: '.
               05 DIP-STUDENT-ID PIC 9(5).

           01 DIP-BODY-1 PIC X(80) VALUE
               'THIS IS TO CERTIFY THAT'.
           01 DIP-BODY-2 PIC X(80) VALUE
               'THE SCHOOL, IS AWARDED THIS DIPLOMA OF GRADUATION.'.
           01 DIP-BODY-3 PIC X(80) VALUE
               'THE PRINCIPAL'.

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

           PERFORM 1000-LOAD-REQUIREMENTS
           PERFORM 1100-OPEN-FILES
           IF WS-FILES-MISSING
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 1200-OPEN-OUTPUT-FILES
           PERFORM UNTIL WS-END-OF-STUDENT-FILE
               READ STUDENT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-EOF-SW
                   NOT AT END
                       IF STUDENT-ACTIVE AND CLASS-NAME = '12 '
                           PERFORM 2000-AUDIT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-WRITE-TOTALS

           CLOSE STUDENT.
           CLOSE ENROLLMENTS.
           CLOSE GRADES.
           CLOSE COURSES.
           IF WS-ADDRESSES-OPENED
               CLOSE ADDRESSES
           END-IF
           CLOSE GRAD-AUDIT-FILE.
           CLOSE AUDIT-RPT.
           CLOSE DIPLOMA-FILE.
           DISPLAY 'STUDENTS AUDITED: ' WS-AUDITED-COUNT.
           DISPLAY 'ELIGIBLE TO GRADUATE: ' WS-ELIGIBLE-COUNT.
           DISPLAY 'NOT ELIGIBLE: ' WS-NOT-ELIGIBLE-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Loads graduation-requirements.txt into WS-REQ-TABLE, one slot
      * per subject area. With no requirements there is nothing to
      * audit against, so the run stops before it rebuilds
      * graduation-audit.txt.
      ******************************************************************
       1000-LOAD-REQUIREMENTS.
           OPEN INPUT REQUIREMENTS-FILE
           IF NOT WS-REQUIREMENTS-FILE-OK
               DISPLAY 'GRADUATION-REQUIREMENTS.TXT NOT FOUND - '
                   'NOTHING TO AUDIT AGAINST'
               MOVE 'Y' TO WS-FILES-MISSING-SW
           ELSE
               PERFORM UNTIL WS-END-OF-REQUIREMENTS
                   READ REQUIREMENTS-FILE
                       AT END
                           MOVE 'Y' TO WS-REQ-EOF-SW
                       NOT AT END
                           IF WS-REQ-COUNT < 20
                               ADD 1 TO WS-REQ-COUNT
                               MOVE GRQ-SUBJECT-AREA
                                   TO WS-REQ-AREA (WS-REQ-COUNT)
                               MOVE GRQ-MIN-CREDITS
                                   TO WS-REQ-MIN (WS-REQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENTS-FILE
           END-IF.

      ******************************************************************
      * Opens the roster, the enrollment, grades and catalog files
      * the credits are counted from, and the addresses for the
      * diploma pages. Without any one of the first four no credit
      * can be proved, so the run stops rather than judge the whole
      * class ineligible; a missing addresses file just means every
      * diploma carries the no-address flag.
      ******************************************************************
       1100-OPEN-FILES.
           IF NOT WS-FILES-MISSING
               OPEN INPUT STUDENT
               IF NOT WS-STUDENT-FILE-OK
                   DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO AUDIT'
                   MOVE 'Y' TO WS-FILES-MISSING-SW
               END-IF
               OPEN INPUT ENROLLMENTS
               IF NOT WS-ENROLLMENTS-FILE-OK
                   DISPLAY 'STUDENTS-ENROLLMENTS.TXT NOT FOUND - NO '
                       'SUBJECTS TO CREDIT'
                   MOVE 'Y' TO WS-FILES-MISSING-SW
               END-IF
               OPEN INPUT GRADES
               IF NOT WS-GRADES-FILE-OK
                   DISPLAY 'STUDENTS-GRADES.TXT NOT FOUND - NO MARKS '
                       'TO CREDIT'
                   MOVE 'Y' TO WS-FILES-MISSING-SW
               END-IF
               OPEN INPUT COURSES
               IF NOT WS-COURSES-FILE-OK
                   DISPLAY 'COURSES.TXT NOT FOUND - NO CREDIT VALUES '
                       'TO COUNT'
                   MOVE 'Y' TO WS-FILES-MISSING-SW
               END-IF
               OPEN INPUT ADDRESSES
               IF NOT WS-ADDRESSES-FILE-OK
                   DISPLAY 'STUDENTS-ADDRESSES.TXT NOT FOUND - '
                       'DIPLOMAS WILL SHOW NO ADDRESS'
               ELSE
                   MOVE 'Y' TO WS-ADDRESSES-OPEN-SW
               END-IF
               IF WS-FILES-MISSING
                   PERFORM 1150-CLOSE-INPUT-FILES
               END-IF
           END-IF.

      ******************************************************************
      * Closes whichever input files did open when another is
      * missing and the run stops before auditing anyone. Run
      * straight after the OPENs, so each file status still holds
      * its OPEN's result.
      ******************************************************************
       1150-CLOSE-INPUT-FILES.
           IF WS-STUDENT-FILE-OK
               CLOSE STUDENT
           END-IF
           IF WS-ENROLLMENTS-FILE-OK
               CLOSE ENROLLMENTS
           END-IF
           IF WS-GRADES-FILE-OK
               CLOSE GRADES
           END-IF
           IF WS-COURSES-FILE-OK
               CLOSE COURSES
           END-IF
           IF WS-ADDRESSES-OPENED
               CLOSE ADDRESSES
           END-IF.

      ******************************************************************
      * Rebuilds graduation-audit.txt empty for this run's judgments
      * and starts the audit report and the diploma file.
      ******************************************************************
       1200-OPEN-OUTPUT-FILES.
           OPEN OUTPUT GRAD-AUDIT-FILE
           CLOSE GRAD-AUDIT-FILE
           OPEN I-O GRAD-AUDIT-FILE
           OPEN OUTPUT AUDIT-RPT
           OPEN OUTPUT DIPLOMA-FILE
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-PASS-MARK TO HDG-PASS-MARK
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Audits one '12 ' student: credits every passed enrolled
      * subject to its area, judges the areas against the
      * requirements, prints the student's line - with a shortfall
      * line per short area when not eligible - and records the
      * judgment. An eligible student also gets a diploma page.
      ******************************************************************
       2000-AUDIT-ONE-STUDENT.
           ADD 1 TO WS-AUDITED-COUNT
           MOVE 0 TO WS-TOTAL-CREDITS
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               MOVE 0 TO WS-REQ-EARNED (WS-REQ-SUB)
           END-PERFORM

           PERFORM 2100-CREDIT-ENROLLED-SUBJECTS

           MOVE 'Y' TO WS-ELIGIBLE-SW
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-EARNED (WS-REQ-SUB) < WS-REQ-MIN (WS-REQ-SUB)
                   MOVE 'N' TO WS-ELIGIBLE-SW
               END-IF
           END-PERFORM

           MOVE STUDENT-ID TO DTL-STUDENT-ID
           MOVE NAME TO DTL-NAME
           MOVE WS-TOTAL-CREDITS TO DTL-CREDITS
           IF WS-STUDENT-ELIGIBLE
               ADD 1 TO WS-ELIGIBLE-COUNT
               MOVE 'ELIGIBLE' TO DTL-STATUS
               MOVE DTL-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 4000-WRITE-DIPLOMA-PAGE
           ELSE
               ADD 1 TO WS-NOT-ELIGIBLE-COUNT
               MOVE 'NOT ELIGIBLE' TO DTL-STATUS
               MOVE DTL-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 2500-PRINT-SHORTFALL
           END-IF

           MOVE STUDENT-ID TO GAU-STUDENT-ID
           MOVE WS-ELIGIBLE-SW TO GAU-ELIGIBLE-SW
           MOVE WS-TOTAL-CREDITS TO GAU-CREDITS
           MOVE WS-TODAY TO GAU-AUDIT-DATE
           WRITE GRAD-AUDIT-RECORD.

      ******************************************************************
      * Walks the student's enrollments and credits each subject
      * whose latest-term mark passes to its subject area.
      ******************************************************************
       2100-CREDIT-ENROLLED-SUBJECTS.
           MOVE 'N' TO WS-ENR-EOF-SW
           MOVE STUDENT-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-SUBJECT-CODE
           START ENROLLMENTS KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-ENROLLMENTS
               READ ENROLLMENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF-SW
                   NOT AT END
                       IF ENR-STUDENT-ID = STUDENT-ID
                           PERFORM 2200-FIND-LATEST-MARK
                           IF WS-HAVE-MARK
                               AND WS-LATEST-MARK >= WS-PASS-MARK
                               PERFORM 2300-CREDIT-ONE-SUBJECT
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-ENR-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Reads the student's marks for the enrolled subject in term
      * order, leaving the latest term's mark - the one the subject
      * is passed or failed on.
      ******************************************************************
       2200-FIND-LATEST-MARK.
           MOVE 'N' TO WS-HAVE-MARK-SW
           MOVE 0 TO WS-LATEST-MARK
           MOVE 'N' TO WS-GRADES-EOF-SW
           MOVE STUDENT-ID TO GRD-STUDENT-ID
           MOVE ENR-SUBJECT-CODE TO GRD-SUBJECT-CODE
           MOVE 0 TO GRD-TERM
           START GRADES KEY IS NOT LESS THAN GRD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GRADES-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-GRADES
               READ GRADES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GRADES-EOF-SW
                   NOT AT END
                       IF GRD-STUDENT-ID = STUDENT-ID
                           AND GRD-SUBJECT-CODE = ENR-SUBJECT-CODE
                           MOVE GRD-MARK TO WS-LATEST-MARK
                           MOVE 'Y' TO WS-HAVE-MARK-SW
                       ELSE
                           MOVE 'Y' TO WS-GRADES-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Reads the passed subject off the course catalog and adds its
      * credits to the student's total and to its subject area's
      * slot. A subject not on the catalog carries no credit; an
      * area with no requirement counts toward the total only.
      ******************************************************************
       2300-CREDIT-ONE-SUBJECT.
           MOVE ENR-SUBJECT-CODE TO CRS-SUBJECT-CODE
           READ COURSES
               INVALID KEY
                   DISPLAY 'STUDENT-ID ' STUDENT-ID ' SUBJECT '
                       ENR-SUBJECT-CODE
                       ' NOT ON COURSE CATALOG - NO CREDIT'
               NOT INVALID KEY
                   ADD CRS-CREDITS TO WS-TOTAL-CREDITS
                   PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                           UNTIL WS-REQ-SUB > WS-REQ-COUNT
                       IF WS-REQ-AREA (WS-REQ-SUB) = CRS-SUBJECT-AREA
                           ADD CRS-CREDITS
                               TO WS-REQ-EARNED (WS-REQ-SUB)
                       END-IF
                   END-PERFORM
           END-READ.

      ******************************************************************
      * Prints a shortfall line for every subject area in which the
      * student has earned fewer credits than the requirement.
      ******************************************************************
       2500-PRINT-SHORTFALL.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-EARNED (WS-REQ-SUB) < WS-REQ-MIN (WS-REQ-SUB)
                   COMPUTE WS-SHORT-CREDITS = WS-REQ-MIN (WS-REQ-SUB)
                       - WS-REQ-EARNED (WS-REQ-SUB)
                   MOVE WS-REQ-AREA (WS-REQ-SUB) TO SHL-AREA
                   MOVE WS-REQ-MIN (WS-REQ-SUB) TO SHL-NEEDS
                   MOVE WS-REQ-EARNED (WS-REQ-SUB) TO SHL-EARNED
                   MOVE WS-SHORT-CREDITS TO SHL-SHORT
                   MOVE SHORT-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Prints the audit's closing counts.
      ******************************************************************
       3000-WRITE-TOTALS.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AUDITED-COUNT TO TTL-AUDITED
           MOVE TOTAL-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ELIGIBLE-COUNT TO TTL-ELIGIBLE
           MOVE TOTAL-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NOT-ELIGIBLE-COUNT TO TTL-NOT-ELIGIBLE
           MOVE TOTAL-LINE-3 TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Writes the diploma certificate page for the eligible student
      * just audited: the date, the mailing address block for the
      * envelope, then the certificate text with the credits earned.
      ******************************************************************
       4000-WRITE-DIPLOMA-PAGE.
           MOVE PAGE-BREAK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-TODAY TO DIP-DATE
           MOVE DIP-DATE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE NAME TO DIP-TO-NAME
           MOVE DIP-TO-LINE TO LTR-LINE
           WRITE LTR-LINE
           PERFORM 4100-WRITE-ADDRESS-BLOCK
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE DIP-TITLE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE DIP-BODY-1 TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE NAME TO DIP-NAME
           MOVE DIP-NAME-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-TOTAL-CREDITS TO DIP-CREDITS
           MOVE DIP-CREDITS-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE DIP-BODY-2 TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE STUDENT-ID TO DIP-STUDENT-ID
           MOVE DIP-ID-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE DIP-BODY-3 TO LTR-LINE
           WRITE LTR-LINE.

      ******************************************************************
      * Prints the mailing address block for the graduate, read by
      * key off students-addresses.txt - or the no-address flag so
      * the gap gets chased before the diploma is posted.
      ******************************************************************
       4100-WRITE-ADDRESS-BLOCK.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           IF WS-ADDRESSES-OPENED
               MOVE STUDENT-ID TO ADR-STUDENT-ID
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

       END PROGRAM GRADUATION-AUDIT.
