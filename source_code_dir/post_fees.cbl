      *                   so this file's history can be reconstructed
      *                   the way AUDIT-INQUIRY reconstructs the
      *                   roster's.
      *   2026-10-15 GF - Cashier receipts. The run now signs the
      *                   operator on off operators.txt and records
      *                   them on every audit entry. A payment line
      *                   carrying a payment method (C cash, Q
      *                   cheque, K card) was taken at the counter:
      *                   it draws the next number off
      *                   receipts-nextno.txt, is recorded on
      *                   students-receipts.txt against its fee key
      *                   and operator, and gets a receipt page in
      *                   fee-receipts.rpt. A method on a charge, or
      *                   an unknown method, is rejected BAD-CODE.
      *   2026-10-15 GF - Date a receipt the day it is taken, not the
      *                   payment's own date, and reject a counter
      *                   payment DUPLICATE, unposted, when its receipt
      *                   number is already on students-receipts.txt.
      *   2026-10-15 GF - Post a counter payment with the day it is
      *                   taken, the date its receipt carries, not the
      *                   keyed date, so the day's cash-up finds it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-FEE-FILE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT RECEIPTS ASSIGN TO 'students-receipts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-NUMBER
               FILE STATUS IS WS-RECEIPTS-STATUS.

               SELECT NEXTNO-FILE ASSIGN TO 'receipts-nextno.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXTNO-STATUS.

               SELECT RECEIPT-PRINT ASSIGN TO 'fee-receipts.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPERATORS-FILE ASSIGN TO 'operators.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.

      *    One fee transaction per line - the student it belongs to,
      *    then the transaction's own fields. The sequence number is
      *    assigned by this program, not carried in the input. The
      *    payment method is only filled in for money taken at the
      *    counter, which is what earns a receipt.
           FD INPUT-CTL.
           01 IFE-FEE-REC.
               05 IFE-STUDENT-ID PIC 9(5).
               05 IFE-DESCRIPTION PIC X(20).
               05 IFE-AMOUNT PIC 9(5)V99.
               05 IFE-DATE PIC 9(8).
               05 IFE-METHOD PIC X(1).
                   88 IFE-COUNTER-PAYMENT VALUES 'C' 'Q' 'K'.

           FD JOURNAL-FILE.
           COPY JOURNAL.

           FD RECEIPTS.
           COPY RECEIPT.

      *    Holds the next receipt number to hand out.
           FD NEXTNO-FILE.
           01 RNO-NEXT-RECEIPT PIC 9(7).

           FD RECEIPT-PRINT.
           01 RCT-LINE PIC X(80).

           FD OPERATORS-FILE.
           COPY OPERATOR.

           WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-POSTED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-RECEIPT-COUNT PIC 9(5) COMP VALUE 0.

           01 WS-RECEIPTS-STATUS PIC X(2) VALUE '00'.
               88 WS-RECEIPTS-FILE-OK VALUE '00'.
               88 WS-RECEIPTS-FILE-NOT-FOUND VALUE '35'.

           01 WS-NEXTNO-STATUS PIC X(2) VALUE '00'.
               88 WS-NEXTNO-FILE-OK VALUE '00'.

      *    The next receipt number to hand out - 1 until the counter
      *    file has been written for the first time.
           01 WS-NEXT-RECEIPT PIC 9(7) VALUE 1.
           01 WS-RECEIPT-CLASH-SW PIC X(1) VALUE 'N'.
               88 WS-RECEIPT-CLASH VALUE 'Y'.

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

           01 RCT-PAGE-BREAK-LINE.
               05 FILLER PIC X(80) VALUE ALL '-'.

           01 RCT-TITLE-LINE.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(30) VALUE 'OFFICIAL RECEIPT'.

           01 RCT-NUMBER-LINE.
               05 FILLER PIC X(12) VALUE 'RECEIPT NO: '.
               05 RCT-NUMBER PIC 9(7).
               05 FILLER PIC X(9) VALUE '   DATE: '.
               05 RCT-DATE PIC 9(8).
               05 FILLER PIC X(9) VALUE '   TIME: '.
               05 RCT-TIME PIC 99B99B99.

           01 RCT-STUDENT-LINE.
               05 FILLER PIC X(15) VALUE 'RECEIVED FROM: '.
               05 RCT-NAME PIC A(25).
               05 FILLER PIC X(14) VALUE '  STUDENT-ID: '.
               05 RCT-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(9) VALUE '  CLASS: '.
               05 RCT-CLASS PIC X(3).

           01 RCT-FOR-LINE.
               05 FILLER PIC X(15) VALUE 'IN PAYMENT OF: '.
               05 RCT-DESCRIPTION PIC X(20).

           01 RCT-AMOUNT-LINE.
               05 FILLER PIC X(15) VALUE 'AMOUNT: '.
               05 RCT-AMOUNT PIC ZZ,ZZ9.99.
               05 FILLER PIC X(11) VALUE '   PAID BY '.
               05 RCT-METHOD PIC X(6).

           01 RCT-OPERATOR-LINE.
               05 FILLER PIC X(15) VALUE 'RECEIVED BY: '.
               05 RCT-OPERATOR-ID PIC X(8).

           01 RCT-BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 0700-OPERATOR-SIGN-ON
           IF WS-SIGNON-REFUSED
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-FEES-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE
           PERFORM 1400-OPEN-RECEIPTS-FILE
           PERFORM 1450-READ-NEXT-RECEIPT
           OPEN OUTPUT RECEIPT-PRINT

           IF WS-STUDENT-FILE-NOT-FOUND
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO '
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE RECEIPTS.
           CLOSE RECEIPT-PRINT.
           PERFORM 9600-WRITE-NEXT-RECEIPT
           DISPLAY 'FEE TRANSACTIONS POSTED: ' WS-POSTED-COUNT.
           DISPLAY 'RECEIPTS ISSUED: ' WS-RECEIPT-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
               MOVE 'Y' TO WS-INPUT-EOF-SW
           END-IF.

      ******************************************************************
      * Opens students-receipts.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1400-OPEN-RECEIPTS-FILE.
           OPEN I-O RECEIPTS
           IF WS-RECEIPTS-FILE-NOT-FOUND
               OPEN OUTPUT RECEIPTS
               CLOSE RECEIPTS
               OPEN I-O RECEIPTS
           END-IF.

      ******************************************************************
      * Reads the next receipt number out of receipts-nextno.txt. A
      * missing or empty file just means no receipt has been issued
      * yet, so the default of 1 set in WORKING-STORAGE stands.
      ******************************************************************
       1450-READ-NEXT-RECEIPT.
           OPEN INPUT NEXTNO-FILE
           IF WS-NEXTNO-FILE-OK
               READ NEXTNO-FILE
                   NOT AT END
                       MOVE RNO-NEXT-RECEIPT TO WS-NEXT-RECEIPT
               END-READ
               CLOSE NEXTNO-FILE
           END-IF.

      ******************************************************************
      * Posts one FEE-FILE record unless its STUDENT-ID is not on the
      * roster (NOT-FOUND), the student is no longer active

      ******************************************************************
      * The active roster record is now in STUDENT-FILE. Posts the
      * transaction unless its type code is bad, or it carries a
      * payment method that is unknown or sits on a charge. A
      * payment taken at the counter is posted with the day it was
      * taken, whatever date was keyed, so it and its receipt fall
      * in the same day's cash-up, and is receipted once posted.
      ******************************************************************
       2100-POST-IF-GOOD-TYPE.
           MOVE IFE-TYPE TO FEE-TYPE
           EVALUATE TRUE
               WHEN NOT VALID-FEE-TYPE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' HAS INVALID FEE TYPE ' IFE-TYPE
                       ' - RECORD REJECTED'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN IFE-METHOD NOT = SPACE
                       AND (FEE-CHARGE OR NOT IFE-COUNTER-PAYMENT)
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' HAS INVALID PAYMENT METHOD ' IFE-METHOD
                       ' - RECORD REJECTED'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN OTHER
                   PERFORM 2200-FIND-NEXT-SEQ
                   MOVE IFE-STUDENT-ID TO FEE-STUDENT-ID
                   MOVE WS-NEXT-SEQ TO FEE-SEQ
                   MOVE IFE-TYPE TO FEE-TYPE
                   MOVE IFE-DESCRIPTION TO FEE-DESCRIPTION
                   MOVE IFE-AMOUNT TO FEE-AMOUNT
                   MOVE IFE-DATE TO FEE-DATE
                   MOVE 'N' TO WS-RECEIPT-CLASH-SW
                   IF IFE-COUNTER-PAYMENT
                       MOVE WS-TODAY TO FEE-DATE
                       PERFORM 2300-ISSUE-RECEIPT
                   END-IF
                   IF NOT WS-RECEIPT-CLASH
                       WRITE FEE-FILE
                       ADD 1 TO WS-POSTED-COUNT
                       PERFORM 9000-WRITE-AUDIT
                       PERFORM 9100-WRITE-JOURNAL
                       IF IFE-COUNTER-PAYMENT
                           ADD 1 TO WS-NEXT-RECEIPT
                           ADD 1 TO WS-RECEIPT-COUNT
                           PERFORM 9200-JOURNAL-RECEIPT
                           PERFORM 2400-PRINT-RECEIPT
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Receipts the counter payment about to be posted: takes the
      * next receipt number and records the receipt, dated the day
      * it is taken, against the payment's fee key and the
      * signed-on operator. A number already on students-receipts.txt
      * means receipts-nextno.txt is out of step, so the payment is
      * rejected DUPLICATE rather than posted unreceipted; once the
      * payment is posted the caller journals and prints the
      * receipt.
      ******************************************************************
       2300-ISSUE-RECEIPT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-NEXT-RECEIPT TO RCP-NUMBER
           MOVE FEE-STUDENT-ID TO RCP-STUDENT-ID
           MOVE FEE-SEQ TO RCP-FEE-SEQ
           MOVE FEE-AMOUNT TO RCP-AMOUNT
           MOVE IFE-METHOD TO RCP-METHOD
           MOVE WS-TODAY TO RCP-DATE
           MOVE WS-NOW TO RCP-TIME
           MOVE WS-OPERATOR-ID TO RCP-OPERATOR-ID
           MOVE 'A' TO RCP-STATUS
           MOVE 0 TO RCP-VOID-DATE
           MOVE SPACES TO RCP-VOID-OPERATOR-ID
           MOVE 0 TO RCP-VOID-FEE-SEQ
           WRITE RECEIPT-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-RECEIPT-CLASH-SW
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' RECEIPT ' WS-NEXT-RECEIPT
                       ' ALREADY ON FILE - PAYMENT REJECTED'
                   MOVE 'DUPLICATE ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
           END-WRITE.

      ******************************************************************
      * Prints the receipt page for the receipt just recorded,
      * separated by a page-break rule line.
      ******************************************************************
       2400-PRINT-RECEIPT.
           MOVE RCT-PAGE-BREAK-LINE TO RCT-LINE
           WRITE RCT-LINE
           MOVE RCT-TITLE-LINE TO RCT-LINE
           WRITE RCT-LINE
           MOVE RCT-BLANK-LINE TO RCT-LINE
           WRITE RCT-LINE
           MOVE RCP-NUMBER TO RCT-NUMBER
           MOVE RCP-DATE TO RCT-DATE
           MOVE RCP-TIME (1:6) TO RCT-TIME
           MOVE RCT-NUMBER-LINE TO RCT-LINE
           WRITE RCT-LINE
           MOVE NAME TO RCT-NAME
           MOVE STUDENT-ID TO RCT-STUDENT-ID
           MOVE CLASS-NAME TO RCT-CLASS
           MOVE RCT-STUDENT-LINE TO RCT-LINE
           WRITE RCT-LINE
           MOVE FEE-DESCRIPTION TO RCT-DESCRIPTION
           MOVE RCT-FOR-LINE TO RCT-LINE
           WRITE RCT-LINE
           MOVE RCP-AMOUNT TO RCT-AMOUNT
           EVALUATE TRUE
               WHEN RCP-CASH
                   MOVE 'CASH' TO RCT-METHOD
               WHEN RCP-CHEQUE
                   MOVE 'CHEQUE' TO RCT-METHOD
               WHEN OTHER
                   MOVE 'CARD' TO RCT-METHOD
           END-EVALUATE
           MOVE RCT-AMOUNT-LINE TO RCT-LINE
           WRITE RCT-LINE
           MOVE RCT-BLANK-LINE TO RCT-LINE
           WRITE RCT-LINE
           MOVE RCP-OPERATOR-ID TO RCT-OPERATOR-ID
           MOVE RCT-OPERATOR-LINE TO RCT-LINE
           WRITE RCT-LINE.

      ******************************************************************
      * Reads the student's fee transactions already on file, leaving
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.


           END-STRING
           WRITE JOURNAL-RECORD.

      ******************************************************************
      * Journals the receipt just recorded to students-journal.txt,
      * keyed on the receipt number, with the fee key it receipts,
      * the amount, the method and the operator.
      ******************************************************************
       9200-JOURNAL-RECEIPT.
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'POST-FEE-FILE' TO JRN-PROGRAM-NAME
           MOVE RCP-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE RCP-NUMBER TO JRN-RECORD-KEY(1:7)
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           STRING RCP-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCP-FEE-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCP-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCP-METHOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCP-OPERATOR-ID DELIMITED BY SIZE
               INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

      ******************************************************************
      * Persists the advanced counter to receipts-nextno.txt so the
      * next run continues the receipt sequence instead of repeating
      * numbers already handed out.
      ******************************************************************
       9600-WRITE-NEXT-RECEIPT.
           MOVE WS-NEXT-RECEIPT TO RNO-NEXT-RECEIPT
           OPEN OUTPUT NEXTNO-FILE
           WRITE RNO-NEXT-RECEIPT
           CLOSE NEXTNO-FILE.

      ******************************************************************
      * Operator sign-on, on the same ACCEPT/DISPLAY pattern as the
      * menu: prompts for the operator's ID, looks it up on
      * operators.txt, and refuses the run when the operator is not
      * on file or sits below this program's required authorization
      * level - so every receipt names who took the money. A
      * missing operators file means sign-on is not configured yet;
      * the run is permitted with a warning so day one does not
      * brick the office.
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

       END PROGRAM POST-FEE-FILE.
