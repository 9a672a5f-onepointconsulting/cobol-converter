      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Payment-plan maintenance off payplans-input.txt into
      *          the keyed students-payplans.txt file, validated the
      *          way POST-FEE-FILE validates. A set-up line (action
      *          S) carries one installment of a plan - number, due
      *          date and amount - so a plan is keyed as one line per
      *          installment; a cancel line (action X) cancels every
      *          open installment of the student's plan. An unknown
      *          student is rejected NOT-FOUND, a plan set up for a
      *          student no longer on the active roster INACTIVE, an
      *          action that is neither S nor X or an installment
      *          with no number, due date or amount BAD-CODE, an
      *          installment already open on file DUPLICATE, and a
      *          cancel for a student with no open plan NOT-FOUND, all
      *          to students-rejects.txt. An installment left over
      *          from a cancelled or closed plan is replaced in place
      *          by the new plan's. Every installment written,
      *          replaced or cancelled is journaled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-PAYMENT-PLAN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT PAYPLANS ASSIGN TO 'students-payplans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPL-KEY
               FILE STATUS IS WS-PAYPLANS-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'payplans-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD PAYPLANS.
           COPY PAYPLAN.

           FD REJECTS-FILE.
           COPY REJECT.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD JOURNAL-FILE.
           COPY JOURNAL.

      *    One line per installment set up, or one cancel line per
      *    plan - the student, the action, then the installment's
      *    fields (unused on a cancel line).
           FD INPUT-CTL.
           01 IPP-PLAN-REC.
               05 IPP-STUDENT-ID PIC 9(5).
               05 IPP-ACTION PIC X(1).
                   88 IPP-SET-UP VALUE 'S'.
                   88 IPP-CANCEL VALUE 'X'.
                   88 VALID-IPP-ACTION VALUES 'S' 'X'.
               05 IPP-INSTALLMENT PIC 9(2).
               05 IPP-DUE-DATE PIC 9(8).
               05 IPP-AMOUNT PIC 9(5)V99.

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-PAYPLANS-STATUS PIC X(2) VALUE '00'.
               88 WS-PAYPLANS-FILE-OK VALUE '00'.
               88 WS-PAYPLANS-FILE-NOT-FOUND VALUE '35'.

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

           01 WS-SCAN-EOF-SW PIC X(1).
               88 WS-END-OF-SCAN VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-CANDIDATE-ID PIC 9(5).
           01 WS-OLD-STATUS PIC X(1).

           01 WS-WRITTEN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REPLACED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CANCELLED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PLAN-CANCEL-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-PAYPLANS-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE

           IF WS-STUDENT-FILE-NOT-FOUND
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO '
                   'VALIDATE PAYMENT PLANS AGAINST'
           ELSE
               PERFORM 1300-OPEN-INPUT-FILE
               PERFORM UNTIL WS-END-OF-INPUT-FILE
                   READ INPUT-CTL
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF-SW
                       NOT AT END
                           PERFORM 2000-APPLY-IF-VALID
                   END-READ
               END-PERFORM
               CLOSE INPUT-CTL
               CLOSE STUDENT
           END-IF

           CLOSE PAYPLANS.
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'INSTALLMENTS WRITTEN: ' WS-WRITTEN-COUNT.
           DISPLAY 'INSTALLMENTS REPLACED: ' WS-REPLACED-COUNT.
           DISPLAY 'PLANS CANCELLED: ' WS-PLAN-CANCEL-COUNT.
           DISPLAY 'INSTALLMENTS CANCELLED: ' WS-CANCELLED-COUNT.
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
      * Opens students-payplans.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1050-OPEN-PAYPLANS-FILE.
           OPEN I-O PAYPLANS
           IF WS-PAYPLANS-FILE-NOT-FOUND
               OPEN OUTPUT PAYPLANS
               CLOSE PAYPLANS
               OPEN I-O PAYPLANS
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
      * Opens payplans-input.txt, the plan set-ups and cancellations
      * to apply this run. A missing input file just means nothing
      * to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'PAYPLANS-INPUT.TXT NOT FOUND - NOTHING TO '
                   'APPLY'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           END-IF.

      ******************************************************************
      * Applies one line unless its STUDENT-ID is not on the roster
      * (NOT-FOUND) or its action is neither S nor X (BAD-CODE). A
      * plan may be cancelled for a withdrawn student, but not set
      * up for one (INACTIVE).
      ******************************************************************
       2000-APPLY-IF-VALID.
           MOVE IPP-STUDENT-ID TO WS-CANDIDATE-ID
           MOVE IPP-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' NOT ON FILE - PLAN LINE REJECTED'
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT VALID-IPP-ACTION
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                               ' HAS INVALID PLAN ACTION ' IPP-ACTION
                               ' - RECORD REJECTED'
                           MOVE 'BAD-CODE  ' TO REJ-REASON
                           PERFORM 8000-WRITE-REJECT
                       WHEN IPP-CANCEL
                           PERFORM 2500-CANCEL-PLAN
                       WHEN STUDENT-INACTIVE
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                               ' IS INACTIVE - PLAN REJECTED'
                           MOVE 'INACTIVE  ' TO REJ-REASON
                           PERFORM 8000-WRITE-REJECT
                       WHEN OTHER
                           PERFORM 2100-SET-UP-INSTALLMENT
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * The active roster record is now in STUDENT-FILE. Writes the
      * installment unless it has no number, due date or amount
      * (BAD-CODE) or is already open on file (DUPLICATE); one left
      * over from a cancelled or closed plan is replaced in place.
      ******************************************************************
       2100-SET-UP-INSTALLMENT.
           IF IPP-INSTALLMENT = 0 OR IPP-DUE-DATE = 0
                   OR IPP-AMOUNT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                   ' INSTALLMENT ' IPP-INSTALLMENT
                   ' IS INCOMPLETE - RECORD REJECTED'
               MOVE 'BAD-CODE  ' TO REJ-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               MOVE SPACE TO WS-OLD-STATUS
               MOVE IPP-STUDENT-ID TO PPL-STUDENT-ID
               MOVE IPP-INSTALLMENT TO PPL-INSTALLMENT
               READ PAYPLANS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PPL-STATUS TO WS-OLD-STATUS
               END-READ
               IF WS-OLD-STATUS = 'O'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' INSTALLMENT ' IPP-INSTALLMENT
                       ' ALREADY OPEN - RECORD REJECTED'
                   MOVE 'DUPLICATE ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               ELSE
                   MOVE IPP-STUDENT-ID TO PPL-STUDENT-ID
                   MOVE IPP-INSTALLMENT TO PPL-INSTALLMENT
                   MOVE IPP-DUE-DATE TO PPL-DUE-DATE
                   MOVE IPP-AMOUNT TO PPL-AMOUNT
                   MOVE WS-TODAY TO PPL-SET-UP-DATE
                   MOVE 'O' TO PPL-STATUS
                   IF WS-OLD-STATUS = SPACE
                       WRITE PAYMENT-PLAN-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                   ELSE
                       REWRITE PAYMENT-PLAN-RECORD
                       ADD 1 TO WS-REPLACED-COUNT
                   END-IF
                   PERFORM 9000-WRITE-AUDIT
                   PERFORM 9100-WRITE-JOURNAL
               END-IF
           END-IF.

      ******************************************************************
      * Cancels every open installment of the student's plan, or
      * rejects the line NOT-FOUND when there is none.
      ******************************************************************
       2500-CANCEL-PLAN.
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE IPP-STUDENT-ID TO PPL-STUDENT-ID
           MOVE 0 TO PPL-INSTALLMENT
           START PAYPLANS KEY IS NOT LESS THAN PPL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           MOVE 'N' TO WS-OLD-STATUS
           PERFORM UNTIL WS-END-OF-SCAN
               READ PAYPLANS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF PPL-STUDENT-ID = IPP-STUDENT-ID
                           IF PPL-OPEN
                               MOVE 'X' TO PPL-STATUS
                               REWRITE PAYMENT-PLAN-RECORD
                               ADD 1 TO WS-CANCELLED-COUNT
                               PERFORM 9100-WRITE-JOURNAL
                               MOVE 'Y' TO WS-OLD-STATUS
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OLD-STATUS = 'Y'
               ADD 1 TO WS-PLAN-CANCEL-COUNT
               PERFORM 9000-WRITE-AUDIT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                   ' HAS NO OPEN PLAN - CANCEL REJECTED'
               MOVE 'NOT-FOUND ' TO REJ-REASON
               PERFORM 8000-WRITE-REJECT
           END-IF.

      ******************************************************************
      * Logs the current line to students-rejects.txt with the
      * reason code set by the caller. The roster NAME and
      * CLASS-NAME are only available when the STUDENT-ID was on
      * file, so an unknown student's reject carries spaces there.
      ******************************************************************
       8000-WRITE-REJECT.
           MOVE WS-CANDIDATE-ID TO REJ-STUDENT-ID
           IF STUDENT-ID NOT = WS-CANDIDATE-ID
                   OR WS-STUDENT-STATUS NOT = '00'
               MOVE SPACES TO REJ-NAME
               MOVE SPACES TO REJ-CLASS-NAME
           ELSE
               MOVE NAME TO REJ-NAME
               MOVE CLASS-NAME TO REJ-CLASS-NAME
           END-IF
           WRITE REJECT-RECORD.

      ******************************************************************
      * Logs the plan change just made to students-audit.txt with a
      * timestamp and this program's name, carrying the roster
      * record's NAME and CLASS-NAME read during validation.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'WRITE-PAYMENT-PLAN' TO AUD-PROGRAM-NAME
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE SPACES TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Journals the installment just written, replaced or cancelled
      * to students-journal.txt with its key, status, due date and
      * amount.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'WRITE-PAYMENT-PLAN' TO JRN-PROGRAM-NAME
           MOVE PPL-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE PPL-KEY TO JRN-RECORD-KEY(1:7)
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           STRING PPL-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PPL-DUE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PPL-AMOUNT DELIMITED BY SIZE
               INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

       END PROGRAM WRITE-PAYMENT-PLAN.
