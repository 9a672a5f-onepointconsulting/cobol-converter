      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Log counselling case activity from cases-input.txt
      *          to the keyed students-cases.txt file, so what
      *          happens after an ATRISK-LETTERS referral is on
      *          record. An O line opens a case for an active student
      *          with its reason, taking the student's next case
      *          number; an I line logs an intervention - M meeting,
      *          T tutoring or G guardian call - against an open
      *          case; a C line closes it with a closing note. Every
      *          line carries the TCH-TEACHER-ID of the counsellor
      *          doing it, validated against teachers.txt the way
      *          WRITE-INCIDENT-FILE validates the reporting teacher,
      *          and the date, zero meaning today. An I or C line
      *          with case number zero acts on the student's open
      *          case. A student or counsellor not on file, or a
      *          case that is not, is rejected NOT-FOUND; a bad
      *          action, intervention type or date BAD-CODE; a case
      *          for a deactivated student INACTIVE; a second open
      *          case DUPLICATE; and activity on a closed case
      *          CLOSED, all to students-rejects.txt. Every change is
      *          audited and journaled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-CASE-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT TEACHERS ASSIGN TO 'teachers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-TEACHER-ID
               FILE STATUS IS WS-TEACHERS-STATUS.

               SELECT CASES ASSIGN TO 'students-cases.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-CASES-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'cases-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD TEACHERS.
           COPY TEACHER.

           FD CASES.
           COPY CASE.

           FD REJECTS-FILE.
           COPY REJECT.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD JOURNAL-FILE.
           COPY JOURNAL.

      *    One case action per line - O open, I intervention or C
      *    close - the student, the case number (zero on an O line,
      *    or on an I or C line to mean the student's open case), the
      *    counsellor, the date (zero for today), the intervention
      *    type on an I line, and a note: the reason on an O line,
      *    what was done on an I line, the outcome on a C line.
           FD INPUT-CTL.
           01 ICS-CASE-REC.
               05 ICS-ACTION PIC X(1).
                   88 ICS-OPEN VALUE 'O'.
                   88 ICS-INTERVENE VALUE 'I'.
                   88 ICS-CLOSE VALUE 'C'.
               05 ICS-STUDENT-ID PIC 9(5).
               05 ICS-CASE-NO PIC 9(3).
               05 ICS-COUNSELLOR-ID PIC 9(4).
               05 ICS-DATE PIC 9(8).
               05 ICS-DATE-PARTS REDEFINES ICS-DATE.
                   10 ICS-DATE-YEAR PIC 9(4).
                   10 ICS-DATE-MONTH PIC 9(2).
                   10 ICS-DATE-DAY PIC 9(2).
               05 ICS-TYPE PIC X(1).
                   88 VALID-ICS-TYPE VALUES 'M' 'T' 'G'.
               05 ICS-NOTE PIC X(30).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-TEACHERS-STATUS PIC X(2) VALUE '00'.
               88 WS-TEACHERS-FILE-OK VALUE '00'.

           01 WS-CASES-STATUS PIC X(2) VALUE '00'.
               88 WS-CASES-FILE-OK VALUE '00'.
               88 WS-CASES-FILE-NOT-FOUND VALUE '35'.

           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

           01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SCAN VALUE 'Y'.

           01 WS-CASE-FOUND-SW PIC X(1).
               88 WS-CASE-FOUND VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-CANDIDATE-ID PIC 9(5).
           01 WS-ACTION-DATE PIC 9(8).

      *    Set by 2400-SCAN-STUDENT-CASES - one past the student's
      *    highest case number, and the case number of the student's
      *    open case, zero if none.
           01 WS-NEXT-CASE-NO PIC 9(3).
           01 WS-OPEN-CASE-NO PIC 9(3).

      *    The most interventions a case carries - the
      *    CAS-INTERVENTION table size in CASE.CPY.
           01 WS-MAX-INTERVENTIONS PIC 9(2) VALUE 20.
           01 WS-INT-SUB PIC 9(2).

           01 WS-OPENED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LOGGED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CLOSED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-CASES-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE
           OPEN INPUT TEACHERS

           EVALUATE TRUE
               WHEN WS-STUDENT-FILE-NOT-FOUND
                   DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO '
                       'VALIDATE CASES AGAINST'
               WHEN NOT WS-TEACHERS-FILE-OK
                   DISPLAY 'TEACHERS.TXT NOT FOUND - NO COUNSELLORS '
                       'TO VALIDATE CASES AGAINST'
                   CLOSE STUDENT
               WHEN OTHER
                   PERFORM 1300-OPEN-INPUT-FILE
                   PERFORM UNTIL WS-END-OF-INPUT-FILE
                       READ INPUT-CTL
                           AT END
                               MOVE 'Y' TO WS-INPUT-EOF-SW
                           NOT AT END
                               PERFORM 2000-WRITE-IF-VALID
                       END-READ
                   END-PERFORM
                   CLOSE INPUT-CTL
                   CLOSE STUDENT
                   CLOSE TEACHERS
           END-EVALUATE

           CLOSE CASES.
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'CASES OPENED: ' WS-OPENED-COUNT.
           DISPLAY 'INTERVENTIONS LOGGED: ' WS-LOGGED-COUNT.
           DISPLAY 'CASES CLOSED: ' WS-CLOSED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens students.txt for input - this program only reads the
      * roster to validate each line's STUDENT-ID, it never writes
      * it.
      ******************************************************************
       1000-OPEN-STUDENT-FILE.
           OPEN INPUT STUDENT.

      ******************************************************************
      * Opens students-cases.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1050-OPEN-CASES-FILE.
           OPEN I-O CASES
           IF WS-CASES-FILE-NOT-FOUND
               OPEN OUTPUT CASES
               CLOSE CASES
               OPEN I-O CASES
           END-IF.

      ******************************************************************
      * Opens students-rejects.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
      * missing LINE SEQUENTIAL file.
      ******************************************************************
       1100-OPEN-REJECTS-FILE.
           OPEN EXTEND REJECTS-FILE
           IF NOT WS-REJECTS-FILE-OK
               OPEN OUTPUT REJECTS-FILE
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
      * Opens cases-input.txt, the case activity to log this run. A
      * missing input file just means nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'CASES-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           END-IF.

      ******************************************************************
      * Applies one line unless its STUDENT-ID is not on the roster
      * (NOT-FOUND) or fails the checks that follow.
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE ICS-STUDENT-ID TO WS-CANDIDATE-ID
           MOVE ICS-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' NOT ON FILE - CASE LINE REJECTED'
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2100-CHECK-COUNSELLOR
           END-READ.

      ******************************************************************
      * The roster record for the line's student is now in
      * STUDENT-FILE. Rejects a line logged by a counsellor who is
      * not on the teacher master (NOT-FOUND), then one whose date
      * is not a real date on or before today (BAD-CODE).
      ******************************************************************
       2100-CHECK-COUNSELLOR.
           MOVE ICS-COUNSELLOR-ID TO TCH-TEACHER-ID
           READ TEACHERS
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' CASE LINE BY UNKNOWN COUNSELLOR '
                       ICS-COUNSELLOR-ID ' - RECORD REJECTED'
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   IF ICS-DATE = 0
                       MOVE WS-TODAY TO WS-ACTION-DATE
                       PERFORM 2200-ROUTE-ACTION
                   ELSE
                       IF ICS-DATE NOT NUMERIC
                           OR ICS-DATE > WS-TODAY
                           OR ICS-DATE-MONTH < 1
                           OR ICS-DATE-MONTH > 12
                           OR ICS-DATE-DAY < 1
                           OR ICS-DATE-DAY > 31
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                               ' CASE LINE HAS INVALID DATE '
                               ICS-DATE ' - RECORD REJECTED'
                           MOVE 'BAD-CODE  ' TO REJ-REASON
                           PERFORM 8000-WRITE-REJECT
                       ELSE
                           MOVE ICS-DATE TO WS-ACTION-DATE
                           PERFORM 2200-ROUTE-ACTION
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Reads the student's cases for the next case number and the
      * open case, then routes the line to the open, intervention or
      * close logic. A line that is none of these is rejected
      * BAD-CODE.
      ******************************************************************
       2200-ROUTE-ACTION.
           PERFORM 2400-SCAN-STUDENT-CASES
           EVALUATE TRUE
               WHEN ICS-OPEN
                   PERFORM 2500-OPEN-CASE
               WHEN ICS-INTERVENE
                   PERFORM 2300-FIND-CASE
                   IF WS-CASE-FOUND
                       PERFORM 2600-LOG-INTERVENTION
                   END-IF
               WHEN ICS-CLOSE
                   PERFORM 2300-FIND-CASE
                   IF WS-CASE-FOUND
                       PERFORM 2700-CLOSE-CASE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' HAS INVALID CASE ACTION ' ICS-ACTION
                       ' - RECORD REJECTED'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
           END-EVALUATE.

      ******************************************************************
      * Reads the case an I or C line acts on into CASE-FILE - the
      * case number given, or the student's open case when the
      * number is zero - rejecting a case not on file (NOT-FOUND)
      * or already closed (CLOSED).
      ******************************************************************
       2300-FIND-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW
           MOVE ICS-STUDENT-ID TO CAS-STUDENT-ID
           IF ICS-CASE-NO = 0
               MOVE WS-OPEN-CASE-NO TO CAS-CASE-NO
           ELSE
               MOVE ICS-CASE-NO TO CAS-CASE-NO
           END-IF
           IF CAS-CASE-NO = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                   ' HAS NO OPEN CASE - RECORD REJECTED'
               MOVE 'NOT-FOUND ' TO REJ-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               READ CASES
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                           ' CASE ' ICS-CASE-NO
                           ' NOT ON FILE - RECORD REJECTED'
                       MOVE 'NOT-FOUND ' TO REJ-REASON
                       PERFORM 8000-WRITE-REJECT
                   NOT INVALID KEY
                       IF CAS-CLOSED
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                               ' CASE ' CAS-CASE-NO
                               ' IS CLOSED - RECORD REJECTED'
                           MOVE 'CLOSED    ' TO REJ-REASON
                           PERFORM 8000-WRITE-REJECT
                       ELSE
                           MOVE 'Y' TO WS-CASE-FOUND-SW
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Reads the student's cases already on file, leaving
      * WS-NEXT-CASE-NO one past the highest case number found (1
      * when the student has none) and WS-OPEN-CASE-NO the number of
      * the student's open case, zero when there is none.
      ******************************************************************
       2400-SCAN-STUDENT-CASES.
           MOVE 1 TO WS-NEXT-CASE-NO
           MOVE 0 TO WS-OPEN-CASE-NO
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE ICS-STUDENT-ID TO CAS-STUDENT-ID
           MOVE 0 TO CAS-CASE-NO
           START CASES KEY IS NOT LESS THAN CAS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ CASES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF CAS-STUDENT-ID = ICS-STUDENT-ID
                           COMPUTE WS-NEXT-CASE-NO = CAS-CASE-NO + 1
                           IF CAS-OPEN
                               MOVE CAS-CASE-NO TO WS-OPEN-CASE-NO
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Opens a new case for an active student who has no open case
      * already, owned by the counsellor on the line.
      ******************************************************************
       2500-OPEN-CASE.
           EVALUATE TRUE
               WHEN STUDENT-INACTIVE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' IS INACTIVE - CASE NOT OPENED'
                   MOVE 'INACTIVE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN WS-OPEN-CASE-NO NOT = 0
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' ALREADY HAS OPEN CASE ' WS-OPEN-CASE-NO
                       ' - RECORD REJECTED'
                   MOVE 'DUPLICATE ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN OTHER
                   INITIALIZE CASE-FILE
                   MOVE ICS-STUDENT-ID TO CAS-STUDENT-ID
                   MOVE WS-NEXT-CASE-NO TO CAS-CASE-NO
                   MOVE ICS-COUNSELLOR-ID TO CAS-COUNSELLOR-ID
                   MOVE WS-ACTION-DATE TO CAS-OPENED-DATE
                   MOVE ICS-NOTE TO CAS-REASON
                   MOVE 'O' TO CAS-STATUS
                   MOVE 0 TO CAS-CLOSED-DATE
                   MOVE 0 TO CAS-CLOSED-BY-ID
                   MOVE 0 TO CAS-INTERVENTION-COUNT
                   WRITE CASE-FILE
                   ADD 1 TO WS-OPENED-COUNT
                   PERFORM 9000-WRITE-AUDIT
                   PERFORM 9100-WRITE-JOURNAL
           END-EVALUATE.

      ******************************************************************
      * Adds one intervention to the open case in CASE-FILE,
      * rejecting a type the counsellors do not use or a case whose
      * intervention table is full (BAD-CODE).
      ******************************************************************
       2600-LOG-INTERVENTION.
           EVALUATE TRUE
               WHEN NOT VALID-ICS-TYPE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' HAS INVALID INTERVENTION TYPE ' ICS-TYPE
                       ' - RECORD REJECTED'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN CAS-INTERVENTION-COUNT >= WS-MAX-INTERVENTIONS
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' CASE ' CAS-CASE-NO
                       ' HAS NO ROOM FOR MORE INTERVENTIONS'
                       ' - RECORD REJECTED'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN OTHER
                   ADD 1 TO CAS-INTERVENTION-COUNT
                   MOVE CAS-INTERVENTION-COUNT TO WS-INT-SUB
                   MOVE WS-ACTION-DATE TO CAS-INT-DATE (WS-INT-SUB)
                   MOVE ICS-TYPE TO CAS-INT-TYPE (WS-INT-SUB)
                   MOVE ICS-COUNSELLOR-ID
                       TO CAS-INT-COUNSELLOR-ID (WS-INT-SUB)
                   MOVE ICS-NOTE TO CAS-INT-NOTE (WS-INT-SUB)
                   REWRITE CASE-FILE
                   ADD 1 TO WS-LOGGED-COUNT
                   PERFORM 9000-WRITE-AUDIT
                   PERFORM 9100-WRITE-JOURNAL
           END-EVALUATE.

      ******************************************************************
      * Closes the open case in CASE-FILE with the date, the
      * counsellor closing it and the outcome note.
      ******************************************************************
       2700-CLOSE-CASE.
           MOVE 'C' TO CAS-STATUS
           MOVE WS-ACTION-DATE TO CAS-CLOSED-DATE
           MOVE ICS-COUNSELLOR-ID TO CAS-CLOSED-BY-ID
           MOVE ICS-NOTE TO CAS-CLOSE-NOTE
           REWRITE CASE-FILE
           ADD 1 TO WS-CLOSED-COUNT
           PERFORM 9000-WRITE-AUDIT
           PERFORM 9100-WRITE-JOURNAL.

      ******************************************************************
      * Logs the current candidate to students-rejects.txt with the
      * reason code set by the caller. The roster NAME and
      * CLASS-NAME are only available when the STUDENT-ID was on
      * file, so an unknown student's reject carries spaces there.
      ******************************************************************
       8000-WRITE-REJECT.
           MOVE WS-CANDIDATE-ID TO REJ-STUDENT-ID
           IF REJ-REASON-NOT-FOUND AND WS-STUDENT-STATUS NOT = '00'
               MOVE SPACES TO REJ-NAME
               MOVE SPACES TO REJ-CLASS-NAME
           ELSE
               MOVE NAME TO REJ-NAME
               MOVE CLASS-NAME TO REJ-CLASS-NAME
           END-IF
           WRITE REJECT-RECORD.

      ******************************************************************
      * Logs the case change just made to students-audit.txt with a
      * timestamp and this program's name, carrying the roster
      * record's NAME and CLASS-NAME read during validation.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'WRITE-CASE-FILE' TO AUD-PROGRAM-NAME
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE SPACES TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Journals the case change just made to students-journal.txt
      * against the case key - an opening has no old values, an
      * intervention logs its type, and a closing moves the case
      * from open to closed - each with the counsellor and date.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'WRITE-CASE-FILE' TO JRN-PROGRAM-NAME
           MOVE CAS-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE CAS-KEY TO JRN-RECORD-KEY(1:8)
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           EVALUATE TRUE
               WHEN ICS-OPEN
                   STRING 'OPENED BY ' ICS-COUNSELLOR-ID
                          ' ' WS-ACTION-DATE
                       DELIMITED BY SIZE INTO JRN-NEW-VALUES
                   END-STRING
               WHEN ICS-INTERVENE
                   STRING 'INTERVENTION ' ICS-TYPE
                          ' ' ICS-COUNSELLOR-ID
                          ' ' WS-ACTION-DATE
                       DELIMITED BY SIZE INTO JRN-NEW-VALUES
                   END-STRING
               WHEN OTHER
                   MOVE 'OPEN' TO JRN-OLD-VALUES
                   STRING 'CLOSED BY ' ICS-COUNSELLOR-ID
                          ' ' WS-ACTION-DATE
                       DELIMITED BY SIZE INTO JRN-NEW-VALUES
                   END-STRING
           END-EVALUATE
           WRITE JOURNAL-RECORD.

       END PROGRAM WRITE-CASE-FILE.
