      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Print the medical-alert sheet teachers take on field
      *          trips, grouped by CLASS-NAME in the style of
      *          EMERGENCY-CONTACT-RPT with the homeroom teacher in
      *          each class header. Every active student whose keyed
      *          students-health.txt record carries an allergy or
      *          medical-condition flag, or a medication note, is
      *          listed with the allergies, the conditions and the
      *          medication, followed by each guardian's name,
      *          relationship and phone - or the no-contact flag so
      *          the gap gets chased. Students with nothing to alert
      *          on are left off so the sheet stays short.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDICAL-ALERT-SHEET.

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

               SELECT TEACHERS ASSIGN TO 'teachers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-TEACHER-ID
               FILE STATUS IS WS-TEACHERS-STATUS.

               SELECT SORT-WORK ASSIGN TO 'medalertwk.tmp'.

               SELECT SORTED-ALERT ASSIGN TO 'medalertsort.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-RPT ASSIGN TO 'medical-alerts.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD HEALTH.
           COPY HEALTH.

           FD GUARDIANS.
           COPY GUARDIAN.

           FD TEACHERS.
           COPY TEACHER.

           SD SORT-WORK.
           01 SW-ALERT-REC.
               05 SW-CLASS-NAME PIC X(3).
               05 SW-STUDENT-ID PIC 9(5).
               05 SW-NAME PIC A(25).
               05 SW-FLAGS PIC X(8).
               05 SW-MEDICATION PIC X(40).

           FD SORTED-ALERT.
           01 SORTED-ALERT-REC.
               05 SS-CLASS-NAME PIC X(3).
               05 SS-STUDENT-ID PIC 9(5).
               05 SS-NAME PIC A(25).
               05 SS-FLAGS.
                   10 SS-ALG-NUTS PIC X(1).
                       88 SS-NUT-ALLERGY VALUE 'Y'.
                   10 SS-ALG-INSECT PIC X(1).
                       88 SS-INSECT-ALLERGY VALUE 'Y'.
                   10 SS-ALG-MEDICINE PIC X(1).
                       88 SS-MEDICINE-ALLERGY VALUE 'Y'.
                   10 SS-ALG-OTHER PIC X(1).
                       88 SS-OTHER-ALLERGY VALUE 'Y'.
                   10 SS-CND-ASTHMA PIC X(1).
                       88 SS-ASTHMA VALUE 'Y'.
                   10 SS-CND-DIABETES PIC X(1).
                       88 SS-DIABETES VALUE 'Y'.
                   10 SS-CND-EPILEPSY PIC X(1).
                       88 SS-EPILEPSY VALUE 'Y'.
                   10 SS-CND-OTHER PIC X(1).
                       88 SS-OTHER-CONDITION VALUE 'Y'.
               05 SS-MEDICATION PIC X(40).

           FD ALERT-RPT.
           01 RPT-LINE PIC X(80).

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

           01 WS-TEACHERS-STATUS PIC X(2) VALUE '00'.
               88 WS-TEACHERS-FILE-OK VALUE '00'.

           01 WS-TEACHERS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-TEACHERS-FILE VALUE 'Y'.

      *    The teacher master folded down to one slot per homeroomed
      *    class, loaded once at open for the class headers.
           01 WS-TEACHER-TABLE.
               05 WS-TEACHER-ENTRY OCCURS 10 TIMES.
                   10 WS-TCH-CLASS PIC X(3).
                   10 WS-TCH-NAME PIC A(25).
           01 WS-TEACHER-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-TCH-SUB PIC 9(3) COMP.
           01 WS-CLASS-TEACHER PIC X(25).

           01 WS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORTED-FILE VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-GDN-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-GUARDIANS VALUE 'Y'.

           01 WS-FIRST-REC-SW PIC X(1) VALUE 'Y'.
               88 WS-FIRST-RECORD VALUE 'Y'.

           01 WS-GUARDIAN-COUNT PIC 9(3) COMP VALUE 0.

           01 WS-PREV-CLASS PIC X(3) VALUE SPACES.
           01 WS-CLASS-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-GRAND-TOTAL PIC 9(5) COMP VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 0.
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

           01 HDG-LINE-1.
               05 FILLER PIC X(27) VALUE SPACES.
               05 FILLER PIC X(26)
                   VALUE 'MEDICAL ALERT SHEET'.
               05 FILLER PIC X(17) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-LINE-2.
               05 FILLER PIC X(10) VALUE 'CLASS: '.
               05 HDG-CLASS-NAME PIC X(3).
               05 FILLER PIC X(11) VALUE '  TEACHER: '.
               05 HDG-TEACHER PIC X(25).

           01 STU-LINE.
               05 STU-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(3) VALUE SPACES.
               05 STU-NAME PIC A(25).

           01 ALG-LINE.
               05 FILLER PIC X(8) VALUE SPACES.
               05 FILLER PIC X(12) VALUE 'ALLERGY:    '.
               05 ALG-NUTS PIC X(7).
               05 ALG-INSECT PIC X(8).
               05 ALG-MEDICINE PIC X(10).
               05 ALG-OTHER PIC X(5).

           01 CND-LINE.
               05 FILLER PIC X(8) VALUE SPACES.
               05 FILLER PIC X(12) VALUE 'CONDITION:  '.
               05 CND-ASTHMA PIC X(7).
               05 CND-DIABETES PIC X(9).
               05 CND-EPILEPSY PIC X(9).
               05 CND-OTHER PIC X(5).

           01 MED-LINE.
               05 FILLER PIC X(8) VALUE SPACES.
               05 FILLER PIC X(12) VALUE 'MEDICATION: '.
               05 MED-MEDICATION PIC X(40).

           01 GDN-LINE.
               05 FILLER PIC X(8) VALUE SPACES.
               05 GDL-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 GDL-RELATIONSHIP PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 GDL-PHONE PIC X(15).

           01 NO-GUARDIAN-LINE.
               05 FILLER PIC X(8) VALUE SPACES.
               05 FILLER PIC X(35)
                   VALUE '** NO EMERGENCY CONTACT ON FILE **'.

           01 CLASS-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'ALERTS IN CLASS: '.
               05 CTL-COUNT PIC ZZ,ZZ9.

           01 GRAND-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'GRAND TOTAL: '.
               05 GTL-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-TEACHER-TABLE
           SORT SORT-WORK ON ASCENDING KEY SW-CLASS-NAME SW-STUDENT-ID
               INPUT PROCEDURE IS 2000-SELECT-ALERT-STUDENTS
               GIVING SORTED-ALERT
           OPEN OUTPUT ALERT-RPT
           OPEN INPUT SORTED-ALERT
           PERFORM UNTIL WS-END-OF-SORTED-FILE
               READ SORTED-ALERT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 3000-PROCESS-RECORD
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 4000-PRINT-CLASS-TOTAL
           END-IF
           MOVE WS-GRAND-TOTAL TO GTL-COUNT
           MOVE GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE SORTED-ALERT
           CLOSE ALERT-RPT
           IF WS-GUARDIANS-OPENED
               CLOSE GUARDIANS
           END-IF
       STOP RUN.

      ******************************************************************
      * Confirms students.txt and students-health.txt exist before
      * attempting the sort - with either missing there is nothing to
      * alert on and the sheet comes out empty. The guardians file
      * stays open for the keyed lookups made while printing.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO REPORT'
           ELSE
               MOVE 'Y' TO WS-STUDENT-OPEN-SW
           END-IF
           OPEN INPUT HEALTH
           IF NOT WS-HEALTH-FILE-OK
               DISPLAY 'STUDENTS-HEALTH.TXT NOT FOUND - NOTHING TO '
                   'REPORT'
           ELSE
               MOVE 'Y' TO WS-HEALTH-OPEN-SW
           END-IF
           OPEN INPUT GUARDIANS
           IF NOT WS-GUARDIANS-FILE-OK
               DISPLAY 'STUDENTS-GUARDIANS.TXT NOT FOUND - SHEET '
                   'WILL SHOW NO CONTACTS'
           ELSE
               MOVE 'Y' TO WS-GUARDIANS-OPEN-SW
           END-IF.

      ******************************************************************
      * Loads the teacher master into WS-TEACHER-TABLE, one slot per
      * homeroomed class, for the class headers. A missing teacher
      * file just means every class header carries the no-teacher
      * flag.
      ******************************************************************
       1100-LOAD-TEACHER-TABLE.
           OPEN INPUT TEACHERS
           IF NOT WS-TEACHERS-FILE-OK
               DISPLAY 'TEACHERS.TXT NOT FOUND - HEADERS WILL SHOW '
                   'NO TEACHER'
           ELSE
               PERFORM UNTIL WS-END-OF-TEACHERS-FILE
                   READ TEACHERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TEACHERS-EOF-SW
                       NOT AT END
                           IF WS-TEACHER-COUNT < 10
                               ADD 1 TO WS-TEACHER-COUNT
                               MOVE TCH-CLASS-NAME TO
                                   WS-TCH-CLASS (WS-TEACHER-COUNT)
                               MOVE TCH-NAME TO
                                   WS-TCH-NAME (WS-TEACHER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHERS
           END-IF.

      ******************************************************************
      * Leaves the class's homeroom teacher in WS-CLASS-TEACHER, or
      * the no-teacher flag when the class has no entry on the
      * teacher master.
      ******************************************************************
       1200-FIND-CLASS-TEACHER.
           MOVE '** NO TEACHER ON FILE **' TO WS-CLASS-TEACHER
           PERFORM VARYING WS-TCH-SUB FROM 1 BY 1
                   UNTIL WS-TCH-SUB > WS-TEACHER-COUNT
               IF WS-PREV-CLASS = WS-TCH-CLASS (WS-TCH-SUB)
                   MOVE WS-TCH-NAME (WS-TCH-SUB)
                       TO WS-CLASS-TEACHER
               END-IF
           END-PERFORM.

      ******************************************************************
      * SORT input procedure: feeds every active student whose health
      * record carries a flag or a medication note to the sort step.
      ******************************************************************
       2000-SELECT-ALERT-STUDENTS.
           IF WS-STUDENT-OPENED AND WS-HEALTH-OPENED
               PERFORM UNTIL WS-END-OF-STUDENT-FILE
                   READ STUDENT NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-STUDENT-EOF-SW
                       NOT AT END
                           IF STUDENT-ACTIVE
                               PERFORM 2100-CHECK-HEALTH-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-STUDENT-OPENED
               CLOSE STUDENT
           END-IF
           IF WS-HEALTH-OPENED
               CLOSE HEALTH
           END-IF.

      ******************************************************************
      * Reads the student's health record by key and releases the
      * student when any allergy or condition flag is set or a
      * medication is noted.
      ******************************************************************
       2100-CHECK-HEALTH-RECORD.
           MOVE STUDENT-ID TO HLT-STUDENT-ID
           READ HEALTH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLT-FLAGS NOT = 'NNNNNNNN'
                           OR HLT-MEDICATION NOT = SPACES
                       MOVE CLASS-NAME TO SW-CLASS-NAME
                       MOVE STUDENT-ID TO SW-STUDENT-ID
                       MOVE NAME TO SW-NAME
                       MOVE HLT-FLAGS TO SW-FLAGS
                       MOVE HLT-MEDICATION TO SW-MEDICATION
                       RELEASE SW-ALERT-REC
                   END-IF
           END-READ.

      ******************************************************************
      * Handles one sorted student: prints a new class header on a
      * CLASS-NAME control break, the student line, the allergy,
      * condition and medication lines that apply, and a line per
      * guardian on file - or the no-contact flag when there are none.
      ******************************************************************
       3000-PROCESS-RECORD.
           IF WS-FIRST-RECORD OR SS-CLASS-NAME NOT = WS-PREV-CLASS
               IF NOT WS-FIRST-RECORD
                   PERFORM 4000-PRINT-CLASS-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-REC-SW
               MOVE SS-CLASS-NAME TO WS-PREV-CLASS
               MOVE 0 TO WS-CLASS-COUNT
               PERFORM 5000-PRINT-CLASS-HEADER
           END-IF
           MOVE SS-STUDENT-ID TO STU-STUDENT-ID
           MOVE SS-NAME TO STU-NAME
           MOVE STU-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT

           PERFORM 3200-PRINT-ALERT-LINES

           MOVE 0 TO WS-GUARDIAN-COUNT
           IF WS-GUARDIANS-OPENED
               PERFORM 3500-PRINT-STUDENT-GUARDIANS
           END-IF
           IF WS-GUARDIAN-COUNT = 0
               MOVE NO-GUARDIAN-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF

           ADD 1 TO WS-CLASS-COUNT
           ADD 1 TO WS-GRAND-TOTAL.

      ******************************************************************
      * Prints the allergy line when any allergy flag is set, the
      * condition line when any condition flag is set and the
      * medication line when a medication is noted, each flag in a
      * fixed column so the sheet reads down the page.
      ******************************************************************
       3200-PRINT-ALERT-LINES.
           IF SS-NUT-ALLERGY OR SS-INSECT-ALLERGY
                   OR SS-MEDICINE-ALLERGY OR SS-OTHER-ALLERGY
               MOVE SPACES TO ALG-NUTS ALG-INSECT ALG-MEDICINE
                   ALG-OTHER
               IF SS-NUT-ALLERGY
                   MOVE 'NUTS' TO ALG-NUTS
               END-IF
               IF SS-INSECT-ALLERGY
                   MOVE 'INSECT' TO ALG-INSECT
               END-IF
               IF SS-MEDICINE-ALLERGY
                   MOVE 'MEDICINE' TO ALG-MEDICINE
               END-IF
               IF SS-OTHER-ALLERGY
                   MOVE 'OTHER' TO ALG-OTHER
               END-IF
               MOVE ALG-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF SS-ASTHMA OR SS-DIABETES
                   OR SS-EPILEPSY OR SS-OTHER-CONDITION
               MOVE SPACES TO CND-ASTHMA CND-DIABETES CND-EPILEPSY
                   CND-OTHER
               IF SS-ASTHMA
                   MOVE 'ASTHMA' TO CND-ASTHMA
               END-IF
               IF SS-DIABETES
                   MOVE 'DIABETES' TO CND-DIABETES
               END-IF
               IF SS-EPILEPSY
                   MOVE 'EPILEPSY' TO CND-EPILEPSY
               END-IF
               IF SS-OTHER-CONDITION
                   MOVE 'OTHER' TO CND-OTHER
               END-IF
               MOVE CND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF SS-MEDICATION NOT = SPACES
               MOVE SS-MEDICATION TO MED-MEDICATION
               MOVE MED-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      ******************************************************************
      * Positions students-guardians.txt at the current student's
      * first guardian and prints a line for each one on file.
      ******************************************************************
       3500-PRINT-STUDENT-GUARDIANS.
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
                           MOVE GDN-NAME TO GDL-NAME
                           MOVE GDN-RELATIONSHIP TO GDL-RELATIONSHIP
                           MOVE GDN-PHONE TO GDL-PHONE
                           MOVE GDN-LINE TO RPT-LINE
                           WRITE RPT-LINE
                           ADD 1 TO WS-LINE-COUNT
                           ADD 1 TO WS-GUARDIAN-COUNT
                       ELSE
                           MOVE 'Y' TO WS-GDN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Prints the page heading, followed by the class heading, and
      * bumps the page number whenever the page is full.
      ******************************************************************
       5000-PRINT-CLASS-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE WS-PAGE-NO TO HDG-PAGE-NO
               MOVE HDG-LINE-1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 1 TO WS-LINE-COUNT
           END-IF
           MOVE WS-PREV-CLASS TO HDG-CLASS-NAME
           PERFORM 1200-FIND-CLASS-TEACHER
           MOVE WS-CLASS-TEACHER TO HDG-TEACHER
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * Prints the count of students with alerts for the class that
      * just ended.
      ******************************************************************
       4000-PRINT-CLASS-TOTAL.
           MOVE WS-CLASS-COUNT TO CTL-COUNT
           MOVE CLASS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       END PROGRAM MEDICAL-ALERT-SHEET.
