      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Interactive class register entry, built on the same
      *          ACCEPT/DISPLAY pattern and operator sign-on as
      *          STUDENT-MENU, so a teacher can take the register
      *          during first period instead of the office keying
      *          every paper register into attendance-input.txt at
      *          4pm. Takes a CLASS-NAME and a date (blank for today),
      *          lists that class's active students in name order off
      *          the NAME alternate key on students.txt, and accepts
      *          P, A or T against each - blank is present. The same
      *          rules as POST-ATTENDANCE-FILE hold: the code must be
      *          one the school uses, the date must be an
      *          instructional day on school-calendar.txt, and a day
      *          already posted for a student is shown and left
      *          alone rather than overwritten. Every posting is
      *          written to the keyed students-attendance.txt,
      *          audited with the operator's ID and journaled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-ENTRY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT ATTENDANCE ASSIGN TO 'students-attendance.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTENDANCE-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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
           FD STUDENT.
           COPY STUDENT.

           FD ATTENDANCE.
           COPY ATTEND.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD CALENDAR-FILE.
           COPY CALENDAR.

           FD JOURNAL-FILE.
           COPY JOURNAL.

           FD OPERATORS-FILE.
           COPY OPERATOR.

           WORKING-STORAGE SECTION.
           01 WS-OPERATORS-STATUS PIC X(2) VALUE '00'.
               88 WS-OPERATORS-FILE-OK VALUE '00'.

           01 WS-OPERATORS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-OPERATORS-FILE VALUE 'Y'.

           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 0.

      *    The authorization level this program demands before it
      *    will run - see OPERATOR.CPY for what each level may do.
           01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 1.

           01 WS-OPERATOR-FOUND-SW PIC X(1) VALUE 'N'.
               88 WS-OPERATOR-FOUND VALUE 'Y'.

           01 WS-SIGNON-REFUSED-SW PIC X(1) VALUE 'N'.
               88 WS-SIGNON-REFUSED VALUE 'Y'.

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-ATTENDANCE-STATUS PIC X(2) VALUE '00'.
               88 WS-ATTENDANCE-FILE-OK VALUE '00'.
               88 WS-ATTENDANCE-FILE-NOT-FOUND VALUE '35'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-CALENDAR-STATUS PIC X(2) VALUE '00'.
               88 WS-CALENDAR-FILE-OK VALUE '00'.

           01 WS-CALENDAR-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-CALENDAR-FILE VALUE 'Y'.

      *    The school calendar's instructional days, loaded once at
      *    open, the same table POST-ATTENDANCE-FILE checks against.
           01 WS-CALENDAR-TABLE.
               05 WS-CAL-DAY OCCURS 500 TIMES PIC 9(8).
           01 WS-CALENDAR-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-CAL-SUB PIC 9(3) COMP.

           01 WS-SCHOOL-DAY-SW PIC X(1).
               88 WS-SCHOOL-DAY VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-EXIT-SW PIC X(1) VALUE 'N'.
               88 WS-EXIT-REQUESTED VALUE 'Y'.

      *    The class and date the register is being taken for. The
      *    class list mirrors VALID-CLASS-NAME in STUDENT.CPY.
           01 WS-REGISTER-CLASS PIC X(3).
               88 WS-VALID-REGISTER-CLASS
                   VALUES '09 ' '10 ' '11 ' '12 '.
           01 WS-REGISTER-DATE PIC 9(8).

           01 WS-LIST-EOF-SW PIC X(1).
               88 WS-END-OF-LIST VALUE 'Y'.

           01 WS-INPUT-CODE PIC X(1).
           01 WS-CODE-OK-SW PIC X(1).
               88 WS-CODE-OK VALUE 'Y'.

           01 WS-CLASS-POSTED PIC 9(5) COMP.
           01 WS-CLASS-ALREADY PIC 9(5) COMP.
           01 WS-POSTED-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 0700-OPERATOR-SIGN-ON
           IF WS-SIGNON-REFUSED
               GO TO 0000-MAIN-EXIT
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO CLASS TO REGISTER'
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 1050-OPEN-ATTENDANCE-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-LOAD-CALENDAR-TABLE
           PERFORM 1270-OPEN-JOURNAL-FILE

           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM 2000-ACCEPT-CLASS-AND-DATE
               IF NOT WS-EXIT-REQUESTED
                   PERFORM 3000-TAKE-REGISTER
               END-IF
           END-PERFORM

           CLOSE STUDENT.
           CLOSE ATTENDANCE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'ATTENDANCE POSTED: ' WS-POSTED-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Opens students-attendance.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1050-OPEN-ATTENDANCE-FILE.
           OPEN I-O ATTENDANCE
           IF WS-ATTENDANCE-FILE-NOT-FOUND
               OPEN OUTPUT ATTENDANCE
               CLOSE ATTENDANCE
               OPEN I-O ATTENDANCE
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
      * Loads the school-calendar.txt instructional days into
      * WS-CALENDAR-TABLE. A missing calendar file just means no day
      * is checked - reported, so the office knows the guard is off.
      ******************************************************************
       1250-LOAD-CALENDAR-TABLE.
           MOVE 0 TO WS-CALENDAR-COUNT
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-FILE-OK
               DISPLAY 'SCHOOL-CALENDAR.TXT NOT FOUND - SCHOOL-DAY '
                   'CHECK DISABLED'
           ELSE
               PERFORM UNTIL WS-END-OF-CALENDAR-FILE
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-CALENDAR-EOF-SW
                       NOT AT END
                           IF WS-CALENDAR-COUNT < 500
                               ADD 1 TO WS-CALENDAR-COUNT
                               MOVE CAL-DATE TO
                                   WS-CAL-DAY (WS-CALENDAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      ******************************************************************
      * Sets WS-SCHOOL-DAY-SW when the register date is on the
      * loaded calendar. No calendar loaded means the check is
      * disabled and every date passes it.
      ******************************************************************
       1260-CHECK-SCHOOL-DAY.
           IF WS-CALENDAR-COUNT = 0
               MOVE 'Y' TO WS-SCHOOL-DAY-SW
           ELSE
               MOVE 'N' TO WS-SCHOOL-DAY-SW
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CALENDAR-COUNT
                   IF WS-REGISTER-DATE = WS-CAL-DAY (WS-CAL-SUB)
                       MOVE 'Y' TO WS-SCHOOL-DAY-SW
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Opens students-journal.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
      * missing LINE SEQUENTIAL file.
      ******************************************************************
       1270-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Accepts the class and date for the next register. A blank
      * class ends the session; a blank date means today. A class
      * the school does not run, or a date that is not an
      * instructional day, is refused and asked for again.
      ******************************************************************
       2000-ACCEPT-CLASS-AND-DATE.
           MOVE SPACES TO WS-REGISTER-CLASS
           MOVE 'N' TO WS-SCHOOL-DAY-SW
           PERFORM UNTIL WS-EXIT-REQUESTED OR WS-SCHOOL-DAY
               DISPLAY ' '
               DISPLAY 'CLASS-NAME (BLANK TO EXIT): '
               ACCEPT WS-REGISTER-CLASS
               IF WS-REGISTER-CLASS = SPACES
                   MOVE 'Y' TO WS-EXIT-SW
               ELSE
                   IF NOT WS-VALID-REGISTER-CLASS
                       DISPLAY 'INVALID CLASS-NAME ' WS-REGISTER-CLASS
                           ' - PLEASE TRY AGAIN'
                   ELSE
                       DISPLAY 'DATE YYYYMMDD (BLANK FOR TODAY): '
                       MOVE 0 TO WS-REGISTER-DATE
                       ACCEPT WS-REGISTER-DATE
                       IF WS-REGISTER-DATE = 0
                           MOVE WS-TODAY TO WS-REGISTER-DATE
                       END-IF
                       PERFORM 1260-CHECK-SCHOOL-DAY
                       IF NOT WS-SCHOOL-DAY
                           DISPLAY 'DATE ' WS-REGISTER-DATE
                               ' IS NOT A SCHOOL DAY - PLEASE TRY '
                               'AGAIN'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Walks the roster in name order and takes the register for
      * every active student in the class, then shows the class's
      * counts.
      ******************************************************************
       3000-TAKE-REGISTER.
           MOVE 0 TO WS-CLASS-POSTED
           MOVE 0 TO WS-CLASS-ALREADY
           DISPLAY 'REGISTER FOR CLASS ' WS-REGISTER-CLASS
               ' ON ' WS-REGISTER-DATE
           DISPLAY 'CODES: P PRESENT, A ABSENT, T TARDY '
               '(BLANK = PRESENT)'
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO NAME
           START STUDENT KEY IS NOT LESS THAN NAME
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-LIST
               READ STUDENT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF-SW
                   NOT AT END
                       IF STUDENT-ACTIVE
                           AND CLASS-NAME = WS-REGISTER-CLASS
                           PERFORM 3100-REGISTER-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'CLASS ' WS-REGISTER-CLASS ' POSTED: '
               WS-CLASS-POSTED '  ALREADY ON FILE: ' WS-CLASS-ALREADY.

      ******************************************************************
      * Takes one student's mark for the day. A day already posted
      * for the student is shown and left alone - the same
      * duplicate-day rule the attendance poster enforces; a
      * correction goes through CORRECT-ATTENDANCE. Otherwise the
      * code is asked for until it is one the school uses, blank
      * standing for present, and the day is posted.
      ******************************************************************
       3100-REGISTER-ONE-STUDENT.
           MOVE STUDENT-ID TO ATT-STUDENT-ID
           MOVE WS-REGISTER-DATE TO ATT-DATE
           READ ATTENDANCE
               INVALID KEY
                   MOVE 'N' TO WS-CODE-OK-SW
                   PERFORM UNTIL WS-CODE-OK
                       DISPLAY STUDENT-ID ' ' NAME ' CODE: '
                       MOVE SPACES TO WS-INPUT-CODE
                       ACCEPT WS-INPUT-CODE
                       IF WS-INPUT-CODE = SPACES
                           MOVE 'P' TO WS-INPUT-CODE
                       END-IF
                       MOVE WS-INPUT-CODE TO ATT-CODE
                       IF VALID-ATT-CODE
                           MOVE 'Y' TO WS-CODE-OK-SW
                       ELSE
                           DISPLAY 'INVALID ATTENDANCE CODE '
                               WS-INPUT-CODE ' - PLEASE TRY AGAIN'
                       END-IF
                   END-PERFORM
                   MOVE STUDENT-ID TO ATT-STUDENT-ID
                   MOVE WS-REGISTER-DATE TO ATT-DATE
                   WRITE ATTENDANCE-FILE
                   ADD 1 TO WS-CLASS-POSTED
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 9000-WRITE-AUDIT
                   PERFORM 9100-WRITE-JOURNAL
               NOT INVALID KEY
                   ADD 1 TO WS-CLASS-ALREADY
                   DISPLAY STUDENT-ID ' ' NAME ' ALREADY POSTED '
                       ATT-CODE ' - LEFT UNCHANGED'
           END-READ.

      ******************************************************************
      * Logs the day just posted to students-audit.txt with a
      * timestamp, this program's name and the signed-on operator.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'REGISTER-ENTRY' TO AUD-PROGRAM-NAME
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Journals the record just written to students-journal.txt
      * with a timestamp, this program's name, the record's key and
      * the values written.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'REGISTER-ENTRY' TO JRN-PROGRAM-NAME
           MOVE ATT-STUDENT-ID TO JRN-STUDENT-ID
           MOVE ATT-KEY TO JRN-RECORD-KEY
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           STRING 'CODE ' DELIMITED BY SIZE
                  ATT-CODE DELIMITED BY SIZE
               INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

      ******************************************************************
      * Operator sign-on, on the same ACCEPT/DISPLAY pattern as the
      * menu: prompts for the operator's ID, looks it up on
      * operators.txt, and refuses the run when the operator is not
      * on file or sits below this program's required authorization
      * level - so the audit trail answers who did this and the
      * dangerous runs need the right person. A missing operators
      * file means sign-on is not configured yet; the run is
      * permitted with a warning so day one does not brick the
      * office.
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

       END PROGRAM REGISTER-ENTRY.
