      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Term-close run. Once a term's report cards have gone
      *          home, the term is frozen: this run takes the GRD-TERM
      *          on the command line and stamps it closed on the
      *          keyed term-status.txt for the current school year
      *          (off school-calendar.txt, or the run date's year when
      *          no calendar is on file, the same way STUDENT-ROLLOVER
      *          judges it). From then on WRITE-GRADE-FILE rejects any
      *          new mark for the term as CLOSED, and the only way to
      *          change a mark in it is the MARK-AMENDMENT transaction
      *          with its reason code and journal trail. The close is
      *          journaled to students-journal.txt with the term's
      *          prior state, and a term already closed this school
      *          year is left as it is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CLOSE-RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TERM-STATUS-FILE ASSIGN TO 'term-status.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERM
               FILE STATUS IS WS-TERM-STATUS-STATUS.

               SELECT CALENDAR-FILE ASSIGN TO 'school-calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT OPERATORS-FILE ASSIGN TO 'operators.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TERM-STATUS-FILE.
           COPY TERMSTAT.

           FD CALENDAR-FILE.
           COPY CALENDAR.

           FD JOURNAL-FILE.
           COPY JOURNAL.

           FD OPERATORS-FILE.
           COPY OPERATOR.

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(1).

           01 WS-OPERATORS-STATUS PIC X(2) VALUE '00'.
               88 WS-OPERATORS-FILE-OK VALUE '00'.

           01 WS-OPERATORS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-OPERATORS-FILE VALUE 'Y'.

           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 0.

      *    The authorization level this program demands before it
      *    will run - see OPERATOR.CPY for what each level may do.
           01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 3.

           01 WS-OPERATOR-FOUND-SW PIC X(1) VALUE 'N'.
               88 WS-OPERATOR-FOUND VALUE 'Y'.

           01 WS-SIGNON-REFUSED-SW PIC X(1) VALUE 'N'.
               88 WS-SIGNON-REFUSED VALUE 'Y'.

           01 WS-TERM-STATUS-STATUS PIC X(2) VALUE '00'.
               88 WS-TERM-STATUS-FILE-OK VALUE '00'.
               88 WS-TERM-STATUS-FILE-NOT-FOUND VALUE '35'.

           01 WS-CALENDAR-STATUS PIC X(2) VALUE '00'.
               88 WS-CALENDAR-FILE-OK VALUE '00'.

           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-SCHOOL-YEAR PIC 9(4) VALUE 0.
           01 WS-CLOSE-TERM PIC 9(1) VALUE 0.

      *    The term's state before this run, for the journal's old
      *    values - OPEN when the term had no record on file.
           01 WS-OLD-STATE PIC X(30) VALUE SPACES.

           01 WS-ON-FILE-SW PIC X(1) VALUE 'N'.
               88 WS-TERM-ON-FILE VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF CMDLINE = SPACE OR LOW-VALUE
               OR CMDLINE IS NOT NUMERIC OR CMDLINE = '0'
               DISPLAY 'SUPPLY THE TERM TO CLOSE (1-9) ON THE COMMAND '
                   'LINE'
               GO TO 0000-MAIN-EXIT
           END-IF
           MOVE CMDLINE TO WS-CLOSE-TERM

           PERFORM 0700-OPERATOR-SIGN-ON
           IF WS-SIGNON-REFUSED
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 0500-JUDGE-SCHOOL-YEAR
           PERFORM 1000-OPEN-TERM-STATUS-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE

           PERFORM 2000-CLOSE-THE-TERM

           CLOSE TERM-STATUS-FILE.
           CLOSE JOURNAL-FILE.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Judges the current school year: off school-calendar.txt, or
      * the run date's year when no calendar is on file.
      ******************************************************************
       0500-JUDGE-SCHOOL-YEAR.
           MOVE WS-TODAY(1:4) TO WS-SCHOOL-YEAR
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-OK
               READ CALENDAR-FILE
                   NOT AT END
                       MOVE CAL-SCHOOL-YEAR TO WS-SCHOOL-YEAR
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.

      ******************************************************************
      * Operator sign-on, on the same ACCEPT/DISPLAY pattern as the
      * menu: prompts for the operator's ID, looks it up on
      * operators.txt, and refuses the run when the operator is not
      * on file or sits below this program's required authorization
      * level. A missing operators file means sign-on is not
      * configured yet; the run is permitted with a warning.
      ******************************************************************
       0700-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATORS-FILE
           IF NOT WS-OPERATORS-FILE-OK
               DISPLAY 'OPERATORS.TXT NOT FOUND - SIGN-ON NOT '
                   'CONFIGURED, RUN PERMITTED'
           ELSE
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
               PERFORM UNTIL WS-END-OF-OPERATORS-FILE
                   READ OPERATORS-FILE
                       AT END
                           MOVE 'Y' TO WS-OPERATORS-EOF-SW
                       NOT AT END
                           IF OPR-USER-ID = WS-OPERATOR-ID
                               MOVE 'Y' TO WS-OPERATOR-FOUND-SW
                               MOVE OPR-AUTH-LEVEL
                                   TO WS-OPERATOR-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
               IF NOT WS-OPERATOR-FOUND
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT ON FILE - RUN REFUSED'
                   MOVE 'Y' TO WS-SIGNON-REFUSED-SW
               ELSE
                   IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
                       DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                           ' IS BELOW LEVEL ' WS-REQUIRED-LEVEL
                           ' - RUN REFUSED'
                       MOVE 'Y' TO WS-SIGNON-REFUSED-SW
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Opens term-status.txt for update. An indexed file must exist
      * before it can be opened I-O, so a missing file is created
      * empty first and then reopened for I-O.
      ******************************************************************
       1000-OPEN-TERM-STATUS-FILE.
           OPEN I-O TERM-STATUS-FILE
           IF WS-TERM-STATUS-FILE-NOT-FOUND
               OPEN OUTPUT TERM-STATUS-FILE
               CLOSE TERM-STATUS-FILE
               OPEN I-O TERM-STATUS-FILE
           END-IF.

      ******************************************************************
      * Opens students-journal.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
      * missing LINE SEQUENTIAL file.
      ******************************************************************
       1250-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Reads the term's record by key. A term already closed for
      * this school year is left alone; otherwise the record is
      * stamped closed for this year - REWRITEn when the term has a
      * record from an earlier year, WRITten when it has none - and
      * the change journaled.
      ******************************************************************
       2000-CLOSE-THE-TERM.
           MOVE 'N' TO WS-ON-FILE-SW
           MOVE 'OPEN' TO WS-OLD-STATE
           MOVE WS-CLOSE-TERM TO TRM-TERM
           READ TERM-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE-SW
           END-READ

           IF WS-TERM-ON-FILE AND TRM-CLOSED
                   AND TRM-SCHOOL-YEAR = WS-SCHOOL-YEAR
               DISPLAY 'TERM ' WS-CLOSE-TERM ' ALREADY CLOSED FOR '
                   'SCHOOL YEAR ' WS-SCHOOL-YEAR ' ON '
                   TRM-STATUS-DATE ' - NOTHING TO DO'
           ELSE
               IF WS-TERM-ON-FILE
                   MOVE SPACES TO WS-OLD-STATE
                   STRING 'STATUS ' DELIMITED BY SIZE
                          TRM-STATUS DELIMITED BY SIZE
                          ' YEAR ' DELIMITED BY SIZE
                          TRM-SCHOOL-YEAR DELIMITED BY SIZE
                       INTO WS-OLD-STATE
                   END-STRING
               END-IF
               MOVE WS-CLOSE-TERM TO TRM-TERM
               MOVE WS-SCHOOL-YEAR TO TRM-SCHOOL-YEAR
               MOVE 'C' TO TRM-STATUS
               MOVE WS-TODAY TO TRM-STATUS-DATE
               MOVE WS-OPERATOR-ID TO TRM-OPERATOR-ID
               IF WS-TERM-ON-FILE
                   REWRITE TERM-STATUS-RECORD
               ELSE
                   WRITE TERM-STATUS-RECORD
               END-IF
               PERFORM 9100-WRITE-JOURNAL
               DISPLAY 'TERM ' WS-CLOSE-TERM ' CLOSED FOR SCHOOL YEAR '
                   WS-SCHOOL-YEAR
           END-IF.

      ******************************************************************
      * Journals the close to students-journal.txt with the term's
      * prior state and the new one. The close belongs to no single
      * student, so STUDENT-ID carries zeros.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'TERM-CLOSE-RUN' TO JRN-PROGRAM-NAME
           MOVE 0 TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           STRING 'TERM ' DELIMITED BY SIZE
                  TRM-TERM DELIMITED BY SIZE
               INTO JRN-RECORD-KEY
           END-STRING
           MOVE WS-OLD-STATE TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           STRING 'STATUS C YEAR ' DELIMITED BY SIZE
                  TRM-SCHOOL-YEAR DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  TRM-OPERATOR-ID DELIMITED BY SIZE
               INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

       END PROGRAM TERM-CLOSE-RUN.
