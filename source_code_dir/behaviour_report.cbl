      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Termly behaviour report by CLASS-NAME for the
      *          deputy and the counsellors. Takes the term's
      *          FROM-DATE,TO-DATE[,THRESHOLD] on the command line -
      *          TO-DATE defaulting to today and THRESHOLD to 3 - and
      *          for every student on students.txt with incidents on
      *          the keyed students-incidents.txt dated inside the
      *          term, prints the incident count, the severity points
      *          (the sum of the incidents' severities), the
      *          detentions given and the suspension days served,
      *          grouped by class in the page-headed style of
      *          FEE-BALANCE-REPORT. A student whose incident count
      *          reaches the threshold is flagged a repeat offender,
      *          and each class closes with its incident and repeat
      *          offender totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEHAVIOUR-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT INCIDENTS ASSIGN TO 'students-incidents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INCIDENTS-STATUS.

               SELECT SORT-WORK ASSIGN TO 'behavwk.tmp'.

               SELECT SORTED-BEHAVIOUR ASSIGN TO 'behavsort.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT BEHAVIOUR-RPT ASSIGN TO 'behaviour.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD INCIDENTS.
           COPY INCIDENT.

           SD SORT-WORK.
           01 SW-BEHAVIOUR-REC.
               05 SW-CLASS-NAME PIC X(3).
               05 SW-STUDENT-ID PIC 9(5).
               05 SW-NAME PIC A(25).
               05 SW-INCIDENTS PIC 9(3).
               05 SW-POINTS PIC 9(3).
               05 SW-DETENTIONS PIC 9(3).
               05 SW-SUSPENSION-DAYS PIC 9(3).

           FD SORTED-BEHAVIOUR.
           01 SORTED-BEHAVIOUR-REC.
               05 SS-CLASS-NAME PIC X(3).
               05 SS-STUDENT-ID PIC 9(5).
               05 SS-NAME PIC A(25).
               05 SS-INCIDENTS PIC 9(3).
               05 SS-POINTS PIC 9(3).
               05 SS-DETENTIONS PIC 9(3).
               05 SS-SUSPENSION-DAYS PIC 9(3).

           FD BEHAVIOUR-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(20).

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
           01 WS-STUDENT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-STUDENT-OPENED VALUE 'Y'.

           01 WS-INCIDENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-INCIDENTS-FILE-OK VALUE '00'.
           01 WS-INCIDENTS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-INCIDENTS-OPENED VALUE 'Y'.

           01 WS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORTED-FILE VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-INCIDENTS-EOF-SW PIC X(1).
               88 WS-END-OF-INCIDENTS VALUE 'Y'.

           01 WS-FIRST-REC-SW PIC X(1) VALUE 'Y'.
               88 WS-FIRST-RECORD VALUE 'Y'.

           01 WS-TODAY PIC 9(8).

           01 WS-SELECT-FROM-X PIC X(8).
           01 WS-SELECT-TO-X PIC X(8).
           01 WS-SELECT-FROM PIC 9(8) VALUE 0.
           01 WS-SELECT-TO PIC 9(8) VALUE 0.

      *    Incidents in the term at or above which a student is
      *    flagged a repeat offender, when none is given.
           01 WS-THRESHOLD PIC 9(2) VALUE 0.
           01 WS-DEFAULT-THRESHOLD PIC 9(2) VALUE 3.

           01 WS-STUDENT-INCIDENTS PIC 9(3).
           01 WS-STUDENT-POINTS PIC 9(3).
           01 WS-STUDENT-DETENTIONS PIC 9(3).
           01 WS-STUDENT-SUSPENSION-DAYS PIC 9(3).

           01 WS-PREV-CLASS PIC X(3) VALUE SPACES.
           01 WS-CLASS-INCIDENTS PIC 9(5) COMP VALUE 0.
           01 WS-CLASS-REPEATS PIC 9(5) COMP VALUE 0.
           01 WS-GRAND-INCIDENTS PIC 9(5) COMP VALUE 0.
           01 WS-GRAND-REPEATS PIC 9(5) COMP VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 0.
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

           01 HDG-LINE-1.
               05 FILLER PIC X(26) VALUE SPACES.
               05 FILLER PIC X(28)
                   VALUE 'TERMLY BEHAVIOUR REPORT'.
               05 FILLER PIC X(17) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-LINE-1A.
               05 FILLER PIC X(8) VALUE 'PERIOD: '.
               05 HDG-FROM PIC 9(8).
               05 FILLER PIC X(4) VALUE ' TO '.
               05 HDG-TO PIC 9(8).
               05 FILLER PIC X(22)
                   VALUE '   REPEAT OFFENDER AT '.
               05 HDG-THRESHOLD PIC Z9.
               05 FILLER PIC X(10) VALUE ' INCIDENTS'.

           01 HDG-LINE-2.
               05 FILLER PIC X(10) VALUE 'CLASS: '.
               05 HDG-CLASS-NAME PIC X(3).

           01 HDG-LINE-3.
               05 FILLER PIC X(10) VALUE 'STUDENT-ID'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(25) VALUE 'NAME'.
               05 FILLER PIC X(5) VALUE '  INC'.
               05 FILLER PIC X(6) VALUE '   PTS'.
               05 FILLER PIC X(5) VALUE '  DET'.
               05 FILLER PIC X(6) VALUE '  SUSP'.

           01 DTL-LINE.
               05 DTL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(7) VALUE SPACES.
               05 DTL-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-INCIDENTS PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 DTL-POINTS PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-DETENTIONS PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 DTL-SUSPENSION-DAYS PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-FLAG PIC X(10).

           01 CLASS-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'INCIDENTS IN CLASS: '.
               05 CTL-INCIDENTS PIC ZZ,ZZ9.
               05 FILLER PIC X(20) VALUE '  REPEAT OFFENDERS: '.
               05 CTL-REPEATS PIC ZZ,ZZ9.

           01 GRAND-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'TOTAL INCIDENTS: '.
               05 GTL-INCIDENTS PIC ZZ,ZZ9.
               05 FILLER PIC X(20) VALUE '  REPEAT OFFENDERS: '.
               05 GTL-REPEATS PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CMDLINE = SPACE OR LOW-VALUE
               DISPLAY 'SUPPLY FROM-DATE,TO-DATE,THRESHOLD ON THE '
                   'COMMAND LINE - FROM-DATE IS REQUIRED'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 0500-PARSE-PERIOD
           IF RETURN-CODE NOT = 0
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 1000-OPEN-FILES
           SORT SORT-WORK
               ON ASCENDING KEY SW-CLASS-NAME SW-STUDENT-ID
               INPUT PROCEDURE IS 2000-TALLY-ALL-STUDENTS
               GIVING SORTED-BEHAVIOUR
           OPEN OUTPUT BEHAVIOUR-RPT
           OPEN INPUT SORTED-BEHAVIOUR
           PERFORM UNTIL WS-END-OF-SORTED-FILE
               READ SORTED-BEHAVIOUR
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 3000-PROCESS-RECORD
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 4000-PRINT-CLASS-TOTAL
           END-IF
           MOVE WS-GRAND-INCIDENTS TO GTL-INCIDENTS
           MOVE WS-GRAND-REPEATS TO GTL-REPEATS
           MOVE GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE SORTED-BEHAVIOUR
           CLOSE BEHAVIOUR-RPT
           DISPLAY 'INCIDENTS REPORTED: ' WS-GRAND-INCIDENTS
           DISPLAY 'REPEAT OFFENDERS: ' WS-GRAND-REPEATS.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Splits the command line into the term's FROM-DATE, TO-DATE
      * and repeat-offender threshold. A blank TO-DATE means today,
      * a blank or zero threshold means the default.
      ******************************************************************
       0500-PARSE-PERIOD.
           MOVE SPACES TO WS-SELECT-FROM-X
           MOVE SPACES TO WS-SELECT-TO-X
           MOVE 0 TO WS-THRESHOLD
           UNSTRING CMDLINE DELIMITED BY ','
               INTO WS-SELECT-FROM-X WS-SELECT-TO-X WS-THRESHOLD
           END-UNSTRING
           MOVE WS-SELECT-FROM-X TO WS-SELECT-FROM
           IF WS-SELECT-TO-X = SPACES
               MOVE WS-TODAY TO WS-SELECT-TO
           ELSE
               MOVE WS-SELECT-TO-X TO WS-SELECT-TO
           END-IF
           IF WS-THRESHOLD = 0
               MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           END-IF
           IF WS-SELECT-TO < WS-SELECT-FROM
               DISPLAY 'PERIOD ' WS-SELECT-FROM ' TO ' WS-SELECT-TO
                   ' IS NOT A VALID TERM'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Confirms both keyed files exist before attempting the sort -
      * no roster or no incidents on file is not an error, it just
      * produces an empty report. Both stay open for the input
      * procedure below.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO REPORT'
           ELSE
               MOVE 'Y' TO WS-STUDENT-OPEN-SW
           END-IF
           OPEN INPUT INCIDENTS
           IF NOT WS-INCIDENTS-FILE-OK
               DISPLAY 'STUDENTS-INCIDENTS.TXT NOT FOUND - NO '
                   'INCIDENTS ON FILE'
           ELSE
               MOVE 'Y' TO WS-INCIDENTS-OPEN-SW
           END-IF.

      ******************************************************************
      * SORT input procedure: tallies every student's incidents in
      * the term - deactivated students included, the incidents
      * still happened - and releases the students with any to the
      * sort step.
      ******************************************************************
       2000-TALLY-ALL-STUDENTS.
           IF WS-STUDENT-OPENED AND WS-INCIDENTS-OPENED
               PERFORM UNTIL WS-END-OF-STUDENT-FILE
                   READ STUDENT NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-STUDENT-EOF-SW
                       NOT AT END
                           PERFORM 2100-TALLY-ONE-STUDENT
                   END-READ
               END-PERFORM
           END-IF
           IF WS-STUDENT-OPENED
               CLOSE STUDENT
           END-IF
           IF WS-INCIDENTS-OPENED
               CLOSE INCIDENTS
           END-IF.

      ******************************************************************
      * Reads the current student's incidents by key, counting the
      * ones dated inside the term with their severity points,
      * detentions and suspension days, and releases the record when
      * there is at least one.
      ******************************************************************
       2100-TALLY-ONE-STUDENT.
           MOVE 0 TO WS-STUDENT-INCIDENTS
           MOVE 0 TO WS-STUDENT-POINTS
           MOVE 0 TO WS-STUDENT-DETENTIONS
           MOVE 0 TO WS-STUDENT-SUSPENSION-DAYS
           MOVE 'N' TO WS-INCIDENTS-EOF-SW
           MOVE STUDENT-ID TO INC-STUDENT-ID
           MOVE 0 TO INC-SEQ
           START INCIDENTS KEY IS NOT LESS THAN INC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INCIDENTS-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-INCIDENTS
               READ INCIDENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INCIDENTS-EOF-SW
                   NOT AT END
                       IF INC-STUDENT-ID = STUDENT-ID
                           IF INC-DATE >= WS-SELECT-FROM
                                   AND INC-DATE <= WS-SELECT-TO
                               ADD 1 TO WS-STUDENT-INCIDENTS
                               ADD INC-SEVERITY TO WS-STUDENT-POINTS
                               IF INC-DETENTION
                                   ADD INC-DETENTIONS
                                       TO WS-STUDENT-DETENTIONS
                               END-IF
                               IF INC-SUSPENSION
                                   ADD INC-SUSPENSION-DAYS
                                       TO WS-STUDENT-SUSPENSION-DAYS
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-INCIDENTS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STUDENT-INCIDENTS > 0
               MOVE CLASS-NAME TO SW-CLASS-NAME
               MOVE STUDENT-ID TO SW-STUDENT-ID
               MOVE NAME TO SW-NAME
               MOVE WS-STUDENT-INCIDENTS TO SW-INCIDENTS
               MOVE WS-STUDENT-POINTS TO SW-POINTS
               MOVE WS-STUDENT-DETENTIONS TO SW-DETENTIONS
               MOVE WS-STUDENT-SUSPENSION-DAYS TO SW-SUSPENSION-DAYS
               RELEASE SW-BEHAVIOUR-REC
           END-IF.

      ******************************************************************
      * Handles one sorted record: prints a new class header on a
      * CLASS-NAME control break and a detail line per student,
      * flagging a repeat offender at or over the threshold.
      ******************************************************************
       3000-PROCESS-RECORD.
           IF WS-FIRST-RECORD OR SS-CLASS-NAME NOT = WS-PREV-CLASS
               IF NOT WS-FIRST-RECORD
                   PERFORM 4000-PRINT-CLASS-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-REC-SW
               MOVE SS-CLASS-NAME TO WS-PREV-CLASS
               MOVE 0 TO WS-CLASS-INCIDENTS
               MOVE 0 TO WS-CLASS-REPEATS
               PERFORM 5000-PRINT-CLASS-HEADER
           END-IF
           MOVE SS-STUDENT-ID TO DTL-STUDENT-ID
           MOVE SS-NAME TO DTL-NAME
           MOVE SS-INCIDENTS TO DTL-INCIDENTS
           MOVE SS-POINTS TO DTL-POINTS
           MOVE SS-DETENTIONS TO DTL-DETENTIONS
           MOVE SS-SUSPENSION-DAYS TO DTL-SUSPENSION-DAYS
           IF SS-INCIDENTS >= WS-THRESHOLD
               MOVE '** REPEAT' TO DTL-FLAG
               ADD 1 TO WS-CLASS-REPEATS
               ADD 1 TO WS-GRAND-REPEATS
           ELSE
               MOVE SPACES TO DTL-FLAG
           END-IF
           MOVE DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD SS-INCIDENTS TO WS-CLASS-INCIDENTS
           ADD SS-INCIDENTS TO WS-GRAND-INCIDENTS.

      ******************************************************************
      * Prints the page heading and the term it covers, followed by
      * the class heading, and bumps the page number whenever the
      * page is full.
      ******************************************************************
       5000-PRINT-CLASS-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE WS-PAGE-NO TO HDG-PAGE-NO
               MOVE HDG-LINE-1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-SELECT-FROM TO HDG-FROM
               MOVE WS-SELECT-TO TO HDG-TO
               MOVE WS-THRESHOLD TO HDG-THRESHOLD
               MOVE HDG-LINE-1A TO RPT-LINE
               WRITE RPT-LINE
               MOVE 2 TO WS-LINE-COUNT
           END-IF
           MOVE WS-PREV-CLASS TO HDG-CLASS-NAME
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT.

      ******************************************************************
      * Prints the incidents and repeat offenders in the class that
      * just ended.
      ******************************************************************
       4000-PRINT-CLASS-TOTAL.
           MOVE WS-CLASS-INCIDENTS TO CTL-INCIDENTS
           MOVE WS-CLASS-REPEATS TO CTL-REPEATS
           MOVE CLASS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       END PROGRAM BEHAVIOUR-REPORT.
