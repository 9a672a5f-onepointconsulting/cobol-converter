      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Post textbook and library book issues and returns
      *          from loans-input.txt to the keyed students-loans.txt
      *          file, the way WRITE-TRANSPORT-FILE loads bus seats.
      *          Every line carries the STUDENT-ID, which is
      *          validated against the indexed students.txt - an
      *          unknown student is rejected NOT-FOUND - and the copy
      *          by title code and copy number, validated against the
      *          library-items.txt master, a copy not on file being
      *          rejected BAD-CODE. An I line issues the copy to the
      *          student until the due date given: a deactivated
      *          student is never issued anything (INACTIVE), a copy
      *          already out or written off as lost is rejected
      *          DUPLICATE, and a due date that is not a real date
      *          after today is rejected BAD-CODE. An R line takes
      *          the copy back from the student holding it, even one
      *          who has since left, stamping the loan returned and
      *          putting the copy back on the shelf; a copy the
      *          student is not holding is rejected BAD-CODE. Every
      *          issue and return is journaled to
      *          students-journal.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-LOAN-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT LOANS ASSIGN TO 'students-loans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LON-KEY
               FILE STATUS IS WS-LOANS-STATUS.

               SELECT ITEMS ASSIGN TO 'library-items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEMS-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'loans-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD LOANS.
           COPY LOAN.

           FD ITEMS.
           COPY LIBITEM.

           FD REJECTS-FILE.
           COPY REJECT.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD JOURNAL-FILE.
           COPY JOURNAL.

      *    One issue or return per line - I or R, the student, the
      *    copy's title code and copy number and, for an issue, the
      *    date the copy is due back (YYYYMMDD).
           FD INPUT-CTL.
           01 ILN-LOAN-REC.
               05 ILN-ACTION PIC X(1).
                   88 ILN-ISSUE VALUE 'I'.
                   88 ILN-RETURN VALUE 'R'.
               05 ILN-STUDENT-ID PIC 9(5).
               05 ILN-TITLE-CODE PIC X(6).
               05 ILN-COPY-NO PIC 9(3).
               05 ILN-DUE-DATE PIC 9(8).
               05 ILN-DUE-PARTS REDEFINES ILN-DUE-DATE.
                   10 ILN-DUE-YEAR PIC 9(4).
                   10 ILN-DUE-MONTH PIC 9(2).
                   10 ILN-DUE-DAY PIC 9(2).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-LOANS-STATUS PIC X(2) VALUE '00'.
               88 WS-LOANS-FILE-OK VALUE '00'.
               88 WS-LOANS-FILE-NOT-FOUND VALUE '35'.

           01 WS-ITEMS-STATUS PIC X(2) VALUE '00'.
               88 WS-ITEMS-FILE-OK VALUE '00'.

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

           01 WS-LOAN-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-LOANS VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-CANDIDATE-ID PIC 9(5).
           01 WS-ITEM-LABEL PIC X(10).

      *    Set by 2300-SCAN-STUDENT-LOANS - the highest loan sequence
      *    the student has used, and the sequence of the student's
      *    open loan of the copy on the line, zero if none.
           01 WS-LAST-SEQ PIC 9(3).
           01 WS-OPEN-SEQ PIC 9(3).

           01 WS-ISSUED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-RETURNED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-LOANS-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE

           IF WS-STUDENT-FILE-NOT-FOUND
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO VALIDATE'
                   ' LOANS AGAINST'
           ELSE
               OPEN I-O ITEMS
               IF NOT WS-ITEMS-FILE-OK
                   DISPLAY 'LIBRARY-ITEMS.TXT NOT FOUND - NO BOOKS '
                       'TO ISSUE OR RETURN'
               ELSE
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
                   CLOSE ITEMS
               END-IF
               CLOSE STUDENT
           END-IF

           CLOSE LOANS.
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'ITEMS ISSUED: ' WS-ISSUED-COUNT.
           DISPLAY 'ITEMS RETURNED: ' WS-RETURNED-COUNT.
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
      * Opens students-loans.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1050-OPEN-LOANS-FILE.
           OPEN I-O LOANS
           IF WS-LOANS-FILE-NOT-FOUND
               OPEN OUTPUT LOANS
               CLOSE LOANS
               OPEN I-O LOANS
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
      * this is the first run.
      ******************************************************************
       1250-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Opens loans-input.txt, the issues and returns to post this
      * run. A missing input file just means nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'LOANS-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           END-IF.

      ******************************************************************
      * Applies one line unless its STUDENT-ID is not on the roster
      * (NOT-FOUND) or its copy is not on the item master
      * (BAD-CODE), then routes it to the issue or return logic. A
      * line that is neither an issue nor a return is rejected
      * BAD-CODE.
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE ILN-STUDENT-ID TO WS-CANDIDATE-ID
           MOVE SPACES TO WS-ITEM-LABEL
           STRING ILN-TITLE-CODE '-' ILN-COPY-NO
               DELIMITED BY SIZE INTO WS-ITEM-LABEL
           END-STRING
           MOVE ILN-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' NOT ON FILE - LOAN REJECTED'
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   MOVE ILN-TITLE-CODE TO ITM-TITLE-CODE
                   MOVE ILN-COPY-NO TO ITM-COPY-NO
                   READ ITEMS
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'ITEM ' WS-ITEM-LABEL
                               ' NOT ON FILE - LOAN REJECTED'
                           MOVE 'BAD-CODE  ' TO REJ-REASON
                           PERFORM 8000-WRITE-REJECT
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN ILN-ISSUE
                                   PERFORM 2100-ISSUE-ITEM
                               WHEN ILN-RETURN
                                   PERFORM 2200-RETURN-ITEM
                               WHEN OTHER
                                   ADD 1 TO WS-REJECT-COUNT
                                   DISPLAY 'STUDENT-ID '
                                       WS-CANDIDATE-ID
                                       ' HAS INVALID ACTION '
                                       ILN-ACTION
                                       ' - LOAN REJECTED'
                                   MOVE 'BAD-CODE  ' TO REJ-REASON
                                   PERFORM 8000-WRITE-REJECT
                           END-EVALUATE
                   END-READ
           END-READ.

      ******************************************************************
      * The student's roster record and the copy's master record
      * are now in STUDENT-FILE and LIBRARY-ITEM-FILE. Issues the
      * copy to an active student unless it is already out or
      * written off, or the due date is not a real date after
      * today. The loan takes the student's next sequence number.
      ******************************************************************
       2100-ISSUE-ITEM.
           EVALUATE TRUE
               WHEN STUDENT-INACTIVE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' IS INACTIVE - LOAN REJECTED'
                   MOVE 'INACTIVE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN NOT ITM-AVAILABLE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ITEM ' WS-ITEM-LABEL
                       ' IS ALREADY OUT OR LOST - LOAN REJECTED'
                   MOVE 'DUPLICATE ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN ILN-DUE-DATE NOT NUMERIC
                   OR ILN-DUE-DATE NOT > WS-TODAY
                   OR ILN-DUE-MONTH < 1 OR ILN-DUE-MONTH > 12
                   OR ILN-DUE-DAY < 1 OR ILN-DUE-DAY > 31
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ITEM ' WS-ITEM-LABEL
                       ' HAS INVALID DUE DATE ' ILN-DUE-DATE
                       ' - LOAN REJECTED'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN OTHER
                   PERFORM 2300-SCAN-STUDENT-LOANS
                   IF WS-LAST-SEQ = 999
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                           ' HAS NO LOAN NUMBERS LEFT - LOAN '
                           'REJECTED'
                       MOVE 'BAD-CODE  ' TO REJ-REASON
                       PERFORM 8000-WRITE-REJECT
                   ELSE
                       INITIALIZE LOAN-FILE
                       MOVE ILN-STUDENT-ID TO LON-STUDENT-ID
                       COMPUTE LON-SEQ = WS-LAST-SEQ + 1
                       MOVE ILN-TITLE-CODE TO LON-TITLE-CODE
                       MOVE ILN-COPY-NO TO LON-COPY-NO
                       MOVE WS-TODAY TO LON-ISSUE-DATE
                       MOVE ILN-DUE-DATE TO LON-DUE-DATE
                       MOVE 0 TO LON-RETURN-DATE
                       MOVE 'O' TO LON-STATUS
                       WRITE LOAN-FILE
                       MOVE 'O' TO ITM-STATUS
                       MOVE ILN-STUDENT-ID TO ITM-BORROWER-ID
                       REWRITE LIBRARY-ITEM-FILE
                       ADD 1 TO WS-ISSUED-COUNT
                       PERFORM 9000-WRITE-AUDIT
                       PERFORM 9100-WRITE-JOURNAL
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Takes the copy back from the student holding it. A copy
      * already written off and charged to a leaver's final bill is
      * turned away to the fees office rather than put back on the
      * shelf here; a copy this student is not holding is rejected.
      ******************************************************************
       2200-RETURN-ITEM.
           EVALUATE TRUE
               WHEN ITM-LOST
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ITEM ' WS-ITEM-LABEL
                       ' WAS CHARGED AS LOST - REFER TO THE FEES '
                       'OFFICE'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN NOT ITM-ON-LOAN
                   OR ITM-BORROWER-ID NOT = ILN-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ITEM ' WS-ITEM-LABEL
                       ' IS NOT ON LOAN TO STUDENT-ID '
                       WS-CANDIDATE-ID ' - RETURN REJECTED'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN OTHER
                   PERFORM 2300-SCAN-STUDENT-LOANS
                   IF WS-OPEN-SEQ NOT = 0
                       MOVE ILN-STUDENT-ID TO LON-STUDENT-ID
                       MOVE WS-OPEN-SEQ TO LON-SEQ
                       READ LOANS
                       MOVE WS-TODAY TO LON-RETURN-DATE
                       MOVE 'R' TO LON-STATUS
                       REWRITE LOAN-FILE
                   END-IF
                   MOVE 'A' TO ITM-STATUS
                   MOVE 0 TO ITM-BORROWER-ID
                   REWRITE LIBRARY-ITEM-FILE
                   ADD 1 TO WS-RETURNED-COUNT
                   PERFORM 9000-WRITE-AUDIT
                   PERFORM 9100-WRITE-JOURNAL
           END-EVALUATE.

      ******************************************************************
      * Reads the student's loans by positioning students-loans.txt
      * at the student's first sequence number, noting the highest
      * sequence used and the open loan, if any, of the copy on the
      * line.
      ******************************************************************
       2300-SCAN-STUDENT-LOANS.
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-OPEN-SEQ
           MOVE 'N' TO WS-LOAN-EOF-SW
           MOVE ILN-STUDENT-ID TO LON-STUDENT-ID
           MOVE 0 TO LON-SEQ
           START LOANS KEY IS NOT LESS THAN LON-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOAN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-LOANS
               READ LOANS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF-SW
                   NOT AT END
                       IF LON-STUDENT-ID NOT = ILN-STUDENT-ID
                           MOVE 'Y' TO WS-LOAN-EOF-SW
                       ELSE
                           MOVE LON-SEQ TO WS-LAST-SEQ
                           IF LON-OUT
                               AND LON-TITLE-CODE = ILN-TITLE-CODE
                               AND LON-COPY-NO = ILN-COPY-NO
                               MOVE LON-SEQ TO WS-OPEN-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Logs the current candidate to students-rejects.txt with the
      * reason code set by the caller. A NOT-FOUND reject has no
      * roster record to quote, so NAME and CLASS-NAME carry spaces,
      * the same as the other loaders' rejects.
      ******************************************************************
       8000-WRITE-REJECT.
           MOVE WS-CANDIDATE-ID TO REJ-STUDENT-ID
           IF REJ-REASON-NOT-FOUND
               MOVE SPACES TO REJ-NAME
               MOVE SPACES TO REJ-CLASS-NAME
           ELSE
               MOVE NAME TO REJ-NAME
               MOVE CLASS-NAME TO REJ-CLASS-NAME
           END-IF
           WRITE REJECT-RECORD.

      ******************************************************************
      * Logs the issue or return just applied to students-audit.txt
      * with a timestamp and this program's name, carrying the
      * roster record's NAME and CLASS-NAME read during validation.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'WRITE-LOAN-FILE' TO AUD-PROGRAM-NAME
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE SPACES TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Logs the issue or return just applied to
      * students-journal.txt against the loan's key - an issue has
      * no old values, a return moves the copy from out to back in.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'WRITE-LOAN-FILE' TO JRN-PROGRAM-NAME
           MOVE ILN-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE ILN-STUDENT-ID TO JRN-RECORD-KEY(1:5)
           IF ILN-ISSUE
               MOVE LON-KEY TO JRN-RECORD-KEY(1:8)
               MOVE SPACES TO JRN-OLD-VALUES
               MOVE SPACES TO JRN-NEW-VALUES
               STRING 'OUT ' WS-ITEM-LABEL ' DUE ' ILN-DUE-DATE
                   DELIMITED BY SIZE INTO JRN-NEW-VALUES
               END-STRING
           ELSE
               IF WS-OPEN-SEQ NOT = 0
                   MOVE LON-KEY TO JRN-RECORD-KEY(1:8)
               END-IF
               MOVE SPACES TO JRN-OLD-VALUES
               STRING 'OUT ' WS-ITEM-LABEL
                   DELIMITED BY SIZE INTO JRN-OLD-VALUES
               END-STRING
               MOVE SPACES TO JRN-NEW-VALUES
               STRING 'RETURNED ' WS-TODAY
                   DELIMITED BY SIZE INTO JRN-NEW-VALUES
               END-STRING
           END-IF
           WRITE JOURNAL-RECORD.

       END PROGRAM WRITE-LOAN-FILE.
