      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Monthly staff-absence summary for payroll. For the
      *          month given on the command line as YYYYMM - the
      *          current month when none is given - lists each
      *          teacher with absences on staff-absences.txt and the
      *          days absent, sick days shown separately, and each
      *          substitute who covered lessons on staff-cover.txt
      *          with the days worked - a day counted once however
      *          many lessons were covered in it - and the lessons
      *          covered, so payroll is paid off the file instead of
      *          the office diary. The lessons left without cover in
      *          the month are totalled at the foot. Names come from
      *          teachers.txt and substitutes.txt; one no longer on
      *          file is shown by ID. Prints staff-absence-summary.rpt;
      *          a month that is not YYYYMM is refused with return
      *          code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-ABSENCE-SUMMARY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAFF-ABSENCES ASSIGN TO 'staff-absences.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-KEY
               FILE STATUS IS WS-ABSENCES-STATUS.

               SELECT COVER ASSIGN TO 'staff-cover.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVR-KEY
               FILE STATUS IS WS-COVER-STATUS.

               SELECT TEACHERS ASSIGN TO 'teachers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-TEACHER-ID
               FILE STATUS IS WS-TEACHERS-STATUS.

               SELECT SUBSTITUTES ASSIGN TO 'substitutes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-ID
               FILE STATUS IS WS-SUBSTITUTES-STATUS.

               SELECT SUMMARY-RPT ASSIGN TO 'staff-absence-summary.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STAFF-ABSENCES.
           COPY STAFFABS.

           FD COVER.
           COPY COVER.

           FD TEACHERS.
           COPY TEACHER.

           FD SUBSTITUTES.
           COPY SUBPOOL.

           FD SUMMARY-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(20).

           01 WS-ABSENCES-STATUS PIC X(2) VALUE '00'.
               88 WS-ABSENCES-FILE-OK VALUE '00'.

           01 WS-COVER-STATUS PIC X(2) VALUE '00'.
               88 WS-COVER-FILE-OK VALUE '00'.

           01 WS-TEACHERS-STATUS PIC X(2) VALUE '00'.
               88 WS-TEACHERS-FILE-OK VALUE '00'.
           01 WS-TEACHERS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-TEACHERS-OPENED VALUE 'Y'.

           01 WS-SUBSTITUTES-STATUS PIC X(2) VALUE '00'.
               88 WS-SUBSTITUTES-FILE-OK VALUE '00'.
           01 WS-SUBSTITUTES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-SUBSTITUTES-OPENED VALUE 'Y'.

           01 WS-SCAN-EOF-SW PIC X(1).
               88 WS-END-OF-SCAN VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-MONTH.
               05 WS-MONTH-YEAR PIC 9(4).
               05 WS-MONTH-MONTH PIC 9(2).
                   88 VALID-WS-MONTH VALUES 1 THRU 12.

      *    The teacher whose absences are being totalled.
           01 WS-PREV-TEACHER-ID PIC 9(4) VALUE 0.
           01 WS-TEACHER-DAYS PIC 9(3) COMP VALUE 0.
           01 WS-TEACHER-SICK PIC 9(3) COMP VALUE 0.

      *    Every substitute who covered in the month, with the days
      *    worked and lessons covered. Cover reads back in date order,
      *    so a new day for a substitute is a date unlike the last one
      *    counted.
           01 WS-SUB-TABLE.
               05 WS-SUBT-ENTRY OCCURS 200 TIMES.
                   10 WS-SUBT-ID PIC 9(4).
                   10 WS-SUBT-LAST-DATE PIC 9(8).
                   10 WS-SUBT-DAYS PIC 9(3) COMP.
                   10 WS-SUBT-LESSONS PIC 9(5) COMP.
           01 WS-SUBT-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-SUBT-SUB PIC 9(3) COMP.
           01 WS-SUBT-FOUND-SUB PIC 9(3) COMP.

           01 WS-TEACHER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-TOTAL-DAYS-ABSENT PIC 9(5) COMP VALUE 0.
           01 WS-TOTAL-COVER-DAYS PIC 9(5) COMP VALUE 0.
           01 WS-TOTAL-COVERED PIC 9(5) COMP VALUE 0.
           01 WS-TOTAL-UNCOVERED PIC 9(5) COMP VALUE 0.

           01 WS-PERSON-NAME PIC X(25).

           01 HDG-LINE-1.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(36)
                   VALUE 'MONTHLY STAFF ABSENCE SUMMARY'.

           01 HDG-LINE-2.
               05 FILLER PIC X(7) VALUE 'MONTH: '.
               05 HDG-MONTH PIC 9(6).
               05 FILLER PIC X(13) VALUE '   RUN DATE: '.
               05 HDG-DATE PIC 9(8).

           01 SEC-LINE PIC X(80).

           01 ABS-HDG-LINE.
               05 FILLER PIC X(9) VALUE 'TEACHER'.
               05 FILLER PIC X(26) VALUE 'NAME'.
               05 FILLER PIC X(13) VALUE 'DAYS ABSENT'.
               05 FILLER PIC X(13) VALUE 'OF WHICH SICK'.

           01 ABS-DTL-LINE.
               05 FILLER PIC X(1) VALUE SPACES.
               05 ABD-TEACHER-ID PIC 9(4).
               05 FILLER PIC X(4) VALUE SPACES.
               05 ABD-NAME PIC X(25).
               05 FILLER PIC X(5) VALUE SPACES.
               05 ABD-DAYS PIC ZZ9.
               05 FILLER PIC X(11) VALUE SPACES.
               05 ABD-SICK PIC ZZ9.

           01 SUB-HDG-LINE.
               05 FILLER PIC X(9) VALUE 'SUB ID'.
               05 FILLER PIC X(26) VALUE 'NAME'.
               05 FILLER PIC X(13) VALUE 'COVER DAYS'.
               05 FILLER PIC X(15) VALUE 'LESSONS COVERED'.

           01 SUB-DTL-LINE.
               05 FILLER PIC X(1) VALUE SPACES.
               05 SBD-SUB-ID PIC 9(4).
               05 FILLER PIC X(4) VALUE SPACES.
               05 SBD-NAME PIC X(25).
               05 FILLER PIC X(5) VALUE SPACES.
               05 SBD-DAYS PIC ZZ9.
               05 FILLER PIC X(11) VALUE SPACES.
               05 SBD-LESSONS PIC ZZ,ZZ9.

           01 TOTAL-LINE-1.
               05 FILLER PIC X(26) VALUE 'TEACHER DAYS ABSENT:      '.
               05 TTL-DAYS-ABSENT PIC ZZ,ZZ9.
               05 FILLER PIC X(23) VALUE '   SUBSTITUTE DAYS:    '.
               05 TTL-COVER-DAYS PIC ZZ,ZZ9.

           01 TOTAL-LINE-2.
               05 FILLER PIC X(26) VALUE 'LESSONS COVERED:          '.
               05 TTL-COVERED PIC ZZ,ZZ9.
               05 FILLER PIC X(23) VALUE '   LEFT WITHOUT COVER: '.
               05 TTL-UNCOVERED PIC ZZ,ZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CMDLINE = SPACE OR LOW-VALUE
               MOVE WS-TODAY(1:6) TO WS-MONTH
           ELSE
               IF CMDLINE(1:6) IS NOT NUMERIC
                   DISPLAY 'MONTH ' CMDLINE
                       ' IS NOT YYYYMM - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-MAIN-EXIT
               END-IF
               MOVE CMDLINE(1:6) TO WS-MONTH
           END-IF
           IF NOT VALID-WS-MONTH
               DISPLAY 'MONTH ' WS-MONTH ' IS NOT YYYYMM - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF

           OPEN INPUT TEACHERS
           IF WS-TEACHERS-FILE-OK
               MOVE 'Y' TO WS-TEACHERS-OPEN-SW
           END-IF
           OPEN INPUT SUBSTITUTES
           IF WS-SUBSTITUTES-FILE-OK
               MOVE 'Y' TO WS-SUBSTITUTES-OPEN-SW
           END-IF
           OPEN OUTPUT SUMMARY-RPT
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MONTH TO HDG-MONTH
           MOVE WS-TODAY TO HDG-DATE
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2000-LIST-TEACHER-ABSENCES
           PERFORM 3000-TOTAL-SUBSTITUTE-COVER
           PERFORM 4000-LIST-SUBSTITUTE-COVER

           MOVE WS-TOTAL-DAYS-ABSENT TO TTL-DAYS-ABSENT
           MOVE WS-TOTAL-COVER-DAYS TO TTL-COVER-DAYS
           MOVE WS-TOTAL-COVERED TO TTL-COVERED
           MOVE WS-TOTAL-UNCOVERED TO TTL-UNCOVERED
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           CLOSE SUMMARY-RPT
           IF WS-TEACHERS-OPENED
               CLOSE TEACHERS
           END-IF
           IF WS-SUBSTITUTES-OPENED
               CLOSE SUBSTITUTES
           END-IF
           DISPLAY 'TEACHERS ABSENT: ' WS-TEACHER-COUNT.
           DISPLAY 'TEACHER DAYS ABSENT: ' WS-TOTAL-DAYS-ABSENT.
           DISPLAY 'SUBSTITUTE COVER DAYS: ' WS-TOTAL-COVER-DAYS.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Reads staff-absences.txt through in key order - teacher, then
      * date - and prints one line per teacher absent in the month,
      * breaking on the teacher. A missing file means no absences.
      ******************************************************************
       2000-LIST-TEACHER-ABSENCES.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DAYS ABSENT BY TEACHER' TO SEC-LINE
           MOVE SEC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE ABS-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT STAFF-ABSENCES
           IF NOT WS-ABSENCES-FILE-OK
               DISPLAY 'STAFF-ABSENCES.TXT NOT FOUND - NO ABSENCES '
                   'TO LIST'
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM UNTIL WS-END-OF-SCAN
                   READ STAFF-ABSENCES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       NOT AT END
                           IF SAB-DATE(1:6) = WS-MONTH
                               PERFORM 2100-COUNT-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TEACHER-DAYS > 0
                   PERFORM 2200-PRINT-TEACHER-LINE
               END-IF
               CLOSE STAFF-ABSENCES
           END-IF.

      ******************************************************************
      * Adds the absence just read to its teacher's days, printing the
      * previous teacher's line first when the teacher changes.
      ******************************************************************
       2100-COUNT-ABSENCE.
           IF SAB-TEACHER-ID NOT = WS-PREV-TEACHER-ID
               IF WS-TEACHER-DAYS > 0
                   PERFORM 2200-PRINT-TEACHER-LINE
               END-IF
               MOVE SAB-TEACHER-ID TO WS-PREV-TEACHER-ID
               MOVE 0 TO WS-TEACHER-DAYS
               MOVE 0 TO WS-TEACHER-SICK
           END-IF
           ADD 1 TO WS-TEACHER-DAYS
           IF SAB-REASON = 'SICK'
               ADD 1 TO WS-TEACHER-SICK
           END-IF.

      ******************************************************************
      * Prints the days absent for WS-PREV-TEACHER-ID.
      ******************************************************************
       2200-PRINT-TEACHER-LINE.
           MOVE SPACES TO WS-PERSON-NAME
           IF WS-TEACHERS-OPENED
               MOVE WS-PREV-TEACHER-ID TO TCH-TEACHER-ID
               READ TEACHERS
                   INVALID KEY
                       MOVE SPACES TO TCH-NAME
               END-READ
               MOVE TCH-NAME TO WS-PERSON-NAME
           END-IF
           IF WS-PERSON-NAME = SPACES
               MOVE '(NOT ON TEACHER MASTER)' TO WS-PERSON-NAME
           END-IF
           MOVE WS-PREV-TEACHER-ID TO ABD-TEACHER-ID
           MOVE WS-PERSON-NAME TO ABD-NAME
           MOVE WS-TEACHER-DAYS TO ABD-DAYS
           MOVE WS-TEACHER-SICK TO ABD-SICK
           MOVE ABS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-TEACHER-COUNT
           ADD WS-TEACHER-DAYS TO WS-TOTAL-DAYS-ABSENT.

      ******************************************************************
      * Reads the month's cover off staff-cover.txt, which is keyed
      * date first, and totals days worked and lessons covered per
      * substitute into WS-SUB-TABLE, counting lessons left without
      * cover on the way. A missing file means no cover was run.
      ******************************************************************
       3000-TOTAL-SUBSTITUTE-COVER.
           OPEN INPUT COVER
           IF NOT WS-COVER-FILE-OK
               DISPLAY 'STAFF-COVER.TXT NOT FOUND - NO COVER TO LIST'
           ELSE
               MOVE WS-MONTH TO CVR-DATE(1:6)
               MOVE '00' TO CVR-DATE(7:2)
               MOVE 0 TO CVR-PERIOD
               MOVE LOW-VALUES TO CVR-CLASS-NAME
               MOVE 'N' TO WS-SCAN-EOF-SW
               START COVER KEY IS NOT LESS THAN CVR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-SCAN
                   READ COVER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       NOT AT END
                           IF CVR-DATE(1:6) NOT = WS-MONTH
                               MOVE 'Y' TO WS-SCAN-EOF-SW
                           ELSE
                               PERFORM 3100-COUNT-COVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COVER
           END-IF.

      ******************************************************************
      * Adds the cover record just read to its substitute's totals,
      * adding the substitute to WS-SUB-TABLE on first sight.
      ******************************************************************
       3100-COUNT-COVER.
           IF CVR-UNCOVERED
               ADD 1 TO WS-TOTAL-UNCOVERED
           ELSE
               ADD 1 TO WS-TOTAL-COVERED
               MOVE 0 TO WS-SUBT-FOUND-SUB
               PERFORM VARYING WS-SUBT-SUB FROM 1 BY 1
                       UNTIL WS-SUBT-SUB > WS-SUBT-COUNT
                       OR WS-SUBT-FOUND-SUB > 0
                   IF WS-SUBT-ID (WS-SUBT-SUB) = CVR-SUB-ID
                       MOVE WS-SUBT-SUB TO WS-SUBT-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-SUBT-FOUND-SUB = 0 AND WS-SUBT-COUNT < 200
                   ADD 1 TO WS-SUBT-COUNT
                   MOVE WS-SUBT-COUNT TO WS-SUBT-FOUND-SUB
                   MOVE CVR-SUB-ID TO WS-SUBT-ID (WS-SUBT-FOUND-SUB)
                   MOVE 0 TO WS-SUBT-LAST-DATE (WS-SUBT-FOUND-SUB)
                   MOVE 0 TO WS-SUBT-DAYS (WS-SUBT-FOUND-SUB)
                   MOVE 0 TO WS-SUBT-LESSONS (WS-SUBT-FOUND-SUB)
               END-IF
               IF WS-SUBT-FOUND-SUB > 0
                   ADD 1 TO WS-SUBT-LESSONS (WS-SUBT-FOUND-SUB)
                   IF WS-SUBT-LAST-DATE (WS-SUBT-FOUND-SUB)
                           NOT = CVR-DATE
                       MOVE CVR-DATE
                           TO WS-SUBT-LAST-DATE (WS-SUBT-FOUND-SUB)
                       ADD 1 TO WS-SUBT-DAYS (WS-SUBT-FOUND-SUB)
                       ADD 1 TO WS-TOTAL-COVER-DAYS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Prints one line per substitute who covered in the month, in
      * the order each first covered.
      ******************************************************************
       4000-LIST-SUBSTITUTE-COVER.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COVER DAYS WORKED BY SUBSTITUTE' TO SEC-LINE
           MOVE SEC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SUB-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUBT-SUB FROM 1 BY 1
                   UNTIL WS-SUBT-SUB > WS-SUBT-COUNT
               PERFORM 4100-PRINT-SUBSTITUTE-LINE
           END-PERFORM.

      ******************************************************************
      * Prints the cover days and lessons for the substitute at
      * WS-SUBT-SUB.
      ******************************************************************
       4100-PRINT-SUBSTITUTE-LINE.
           MOVE SPACES TO WS-PERSON-NAME
           IF WS-SUBSTITUTES-OPENED
               MOVE WS-SUBT-ID (WS-SUBT-SUB) TO SUB-ID
               READ SUBSTITUTES
                   INVALID KEY
                       MOVE SPACES TO SUB-NAME
               END-READ
               MOVE SUB-NAME TO WS-PERSON-NAME
           END-IF
           IF WS-PERSON-NAME = SPACES
               MOVE '(NOT ON SUBSTITUTE POOL)' TO WS-PERSON-NAME
           END-IF
           MOVE WS-SUBT-ID (WS-SUBT-SUB) TO SBD-SUB-ID
           MOVE WS-PERSON-NAME TO SBD-NAME
           MOVE WS-SUBT-DAYS (WS-SUBT-SUB) TO SBD-DAYS
           MOVE WS-SUBT-LESSONS (WS-SUBT-SUB) TO SBD-LESSONS
           MOVE SUB-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM STAFF-ABSENCE-SUMMARY.
