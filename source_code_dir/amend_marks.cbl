      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Controlled mark-amendment transaction. WRITE-GRADE-FILE
      *          rightly rejects a second mark for the same GRD-KEY as
      *          a DUPLICATE, and rejects any new mark for a closed
      *          term - which left a mistyped or disputed mark fixable
      *          only with a text editor. This run reads
      *          mark-amendments.txt - one amendment per line, the
      *          student, subject, term, the corrected mark and a
      *          reason code - validates the reason code (BAD-CODE),
      *          rejects an amendment for a mark never recorded
      *          (NOT-FOUND), and REWRITEs the GRD-MARK of the
      *          recorded mark, journaling the old and new marks with
      *          the reason to students-journal.txt and the signed-on
      *          operator to students-audit.txt. Amendments apply to
      *          open and closed terms alike - that is what the
      *          reason code and the trail are for. Only an operator
      *          at authorization level 2 or above on operators.txt
      *          may run it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARK-AMENDMENT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT GRADES ASSIGN TO 'students-grades.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADES-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'mark-amendments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

               SELECT OPERATORS-FILE ASSIGN TO 'operators.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD GRADES.
           COPY GRADE.

           FD REJECTS-FILE.
           COPY REJECT.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD JOURNAL-FILE.
           COPY JOURNAL.

      *    One amendment per line, in the same order and widths as
      *    the mark transactions, followed by the reason the mark is
      *    being changed: a keying error, a re-mark of the paper, an
      *    upheld appeal, or an administrative correction.
           FD INPUT-CTL.
           01 IMA-AMENDMENT-REC.
               05 IMA-STUDENT-ID PIC 9(5).
               05 IMA-SUBJECT-CODE PIC X(4).
               05 IMA-TERM PIC 9(1).
               05 IMA-MARK PIC 9(3).
               05 IMA-REASON PIC X(4).
                   88 VALID-AMEND-REASON
                       VALUES 'KEYE' 'REMK' 'APPL' 'ADMN'.

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
           01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.

           01 WS-OPERATOR-FOUND-SW PIC X(1) VALUE 'N'.
               88 WS-OPERATOR-FOUND VALUE 'Y'.

           01 WS-SIGNON-REFUSED-SW PIC X(1) VALUE 'N'.
               88 WS-SIGNON-REFUSED VALUE 'Y'.

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
           01 WS-STUDENT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-STUDENT-OPENED VALUE 'Y'.

           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.

           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.
           01 WS-INPUT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-INPUT-OPENED VALUE 'Y'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-CANDIDATE-ID PIC 9(5).
           01 WS-OLD-MARK PIC 9(3).
           01 WS-OLD-DATE PIC 9(8).

           01 WS-AMENDED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 0700-OPERATOR-SIGN-ON
           IF WS-SIGNON-REFUSED
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 1000-OPEN-FILES
           IF WS-GRADES-FILE-OK
               PERFORM 1300-OPEN-INPUT-FILE
               PERFORM UNTIL WS-END-OF-INPUT-FILE
                   READ INPUT-CTL
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF-SW
                       NOT AT END
                           PERFORM 2000-AMEND-IF-VALID
                   END-READ
               END-PERFORM
               IF WS-INPUT-OPENED
                   CLOSE INPUT-CTL
               END-IF
               CLOSE GRADES
           END-IF

           IF WS-STUDENT-OPENED
               CLOSE STUDENT
           END-IF
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'MARKS AMENDED: ' WS-AMENDED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Operator sign-on, on the same ACCEPT/DISPLAY pattern as the
      * menu: prompts for the operator's ID, looks it up on
      * operators.txt, and refuses the run when the operator is not
      * on file or sits below this program's required authorization
      * level - so every amended mark answers who changed it. A
      * missing operators file means sign-on is not configured yet;
      * the run is permitted with a warning.
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
      * Opens the files the run needs: the keyed grades file for
      * update, the roster for the audit entry's NAME and
      * CLASS-NAME, and the reject, audit and journal append files -
      * each created first when this is the first run.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN I-O GRADES
           IF NOT WS-GRADES-FILE-OK
               DISPLAY 'STUDENTS-GRADES.TXT NOT FOUND - NO MARKS '
                   'RECORDED TO AMEND'
           END-IF
           OPEN INPUT STUDENT
           IF WS-STUDENT-FILE-OK
               MOVE 'Y' TO WS-STUDENT-OPEN-SW
           END-IF
           OPEN EXTEND REJECTS-FILE
           IF NOT WS-REJECTS-FILE-OK
               OPEN OUTPUT REJECTS-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Opens mark-amendments.txt, the amendments to apply this run.
      * A missing input file just means nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'MARK-AMENDMENTS.TXT NOT FOUND - NOTHING TO '
                   'AMEND'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           ELSE
               MOVE 'Y' TO WS-INPUT-OPEN-SW
           END-IF.

      ******************************************************************
      * Applies one amendment unless its reason code is not one the
      * school uses (BAD-CODE) or no mark was ever recorded for the
      * key (NOT-FOUND). A valid amendment REWRITEs the recorded mark
      * in place, dated today, and journals the old and new marks.
      ******************************************************************
       2000-AMEND-IF-VALID.
           MOVE IMA-STUDENT-ID TO WS-CANDIDATE-ID
           IF NOT VALID-AMEND-REASON
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                   ' HAS INVALID AMENDMENT REASON ' IMA-REASON
                   ' - AMENDMENT REJECTED'
               MOVE 'BAD-CODE  ' TO REJ-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               MOVE IMA-STUDENT-ID TO GRD-STUDENT-ID
               MOVE IMA-SUBJECT-CODE TO GRD-SUBJECT-CODE
               MOVE IMA-TERM TO GRD-TERM
               READ GRADES
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                           ' SUBJECT ' IMA-SUBJECT-CODE
                           ' TERM ' IMA-TERM
                           ' NEVER MARKED - AMENDMENT REJECTED'
                       MOVE 'NOT-FOUND ' TO REJ-REASON
                       PERFORM 8000-WRITE-REJECT
                   NOT INVALID KEY
                       MOVE GRD-MARK TO WS-OLD-MARK
                       MOVE GRD-DATE-RECORDED TO WS-OLD-DATE
                       MOVE IMA-MARK TO GRD-MARK
                       MOVE WS-TODAY TO GRD-DATE-RECORDED
                       REWRITE GRADE-FILE
                       ADD 1 TO WS-AMENDED-COUNT
                       PERFORM 9000-WRITE-AUDIT
                       PERFORM 9100-WRITE-JOURNAL
               END-READ
           END-IF.

      ******************************************************************
      * Logs the current amendment to students-rejects.txt with the
      * reason code set by the caller. The roster NAME and
      * CLASS-NAME are not read on the reject path, so they carry
      * spaces, the same as the attendance correction's rejects.
      ******************************************************************
       8000-WRITE-REJECT.
           MOVE WS-CANDIDATE-ID TO REJ-STUDENT-ID
           MOVE SPACES TO REJ-NAME
           MOVE SPACES TO REJ-CLASS-NAME
           WRITE REJECT-RECORD.

      ******************************************************************
      * Logs the amendment just applied to students-audit.txt with a
      * timestamp, this program's name and the signed-on operator,
      * carrying the roster record's NAME and CLASS-NAME when the
      * student is still on the roster.
      ******************************************************************
       9000-WRITE-AUDIT.
           MOVE SPACES TO NAME
           MOVE SPACES TO CLASS-NAME
           IF WS-STUDENT-OPENED
               MOVE WS-CANDIDATE-ID TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       MOVE SPACES TO NAME
                       MOVE SPACES TO CLASS-NAME
               END-READ
           END-IF
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'MARK-AMENDMENT' TO AUD-PROGRAM-NAME
           MOVE WS-CANDIDATE-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Journals the amendment just applied to students-journal.txt
      * with the old mark and the date it was recorded, and the new
      * mark with the reason code, so a disputed mark can be traced.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'MARK-AMENDMENT' TO JRN-PROGRAM-NAME
           MOVE GRD-STUDENT-ID TO JRN-STUDENT-ID
           MOVE GRD-KEY TO JRN-RECORD-KEY
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           STRING 'MARK ' DELIMITED BY SIZE
                  WS-OLD-MARK DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS-OLD-DATE DELIMITED BY SIZE
               INTO JRN-OLD-VALUES
           END-STRING
           STRING 'MARK ' DELIMITED BY SIZE
                  GRD-MARK DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  GRD-DATE-RECORDED DELIMITED BY SIZE
                  ' RSN ' DELIMITED BY SIZE
                  IMA-REASON DELIMITED BY SIZE
               INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

       END PROGRAM MARK-AMENDMENT.
