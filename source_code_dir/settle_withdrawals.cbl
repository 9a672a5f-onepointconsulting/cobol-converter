      *          the first pass counts the settlements for the cover
      *          summary page, the second posts and prints them.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 GF - Close off any open payment plan on
      *                   students-payplans.txt when the account is
      *                   settled, so a withdrawn student stops
      *                   showing on the overdue-installment report.
      *                   Each installment closed is journaled.
      *   2026-10-15 GF - Charge for textbooks and library books a
      *                   leaver never returned: each copy still out
      *                   on students-loans.txt is posted to
      *                   students-fees.txt as a REPLACE charge at
      *                   its replacement cost before the account is
      *                   settled, listed on the final bill, its loan
      *                   marked charged and the copy written off as
      *                   lost. A settled account with copies still
      *                   out is settled again for them.
      *   2026-10-15 GF - Charge books still out, close a settled
      *                   student's plan and close the fees, loans,
      *                   items and plans files off switches set when
      *                   the files open, not the file status every READ
      *                   overwrites.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE-WITHDRAWALS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT PAYPLANS ASSIGN TO 'students-payplans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPL-KEY
               FILE STATUS IS WS-PAYPLANS-STATUS.

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

               SELECT LETTER-FILE ASSIGN TO 'settlement-letters.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

           FD JOURNAL-FILE.
           COPY JOURNAL.

           FD PAYPLANS.
           COPY PAYPLAN.

           FD LOANS.
           COPY LOAN.

           FD ITEMS.
           COPY LIBITEM.

           FD LETTER-FILE.
           01 LTR-LINE PIC X(80).


           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.
           01 WS-FEES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-FEES-OPENED VALUE 'Y'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.
           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-PAYPLANS-STATUS PIC X(2) VALUE '00'.
               88 WS-PAYPLANS-FILE-OK VALUE '00'.
           01 WS-PAYPLANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-PAYPLANS-OPENED VALUE 'Y'.

           01 WS-LOANS-STATUS PIC X(2) VALUE '00'.
               88 WS-LOANS-FILE-OK VALUE '00'.
           01 WS-LOANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-LOANS-OPENED VALUE 'Y'.

           01 WS-ITEMS-STATUS PIC X(2) VALUE '00'.
               88 WS-ITEMS-FILE-OK VALUE '00'.
           01 WS-ITEMS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ITEMS-OPENED VALUE 'Y'.

           01 WS-LOAN-EOF-SW PIC X(1).
               88 WS-END-OF-LOANS VALUE 'Y'.

           01 WS-PLAN-EOF-SW PIC X(1).
               88 WS-END-OF-PLAN VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-SETTLED-SW PIC X(1).
               88 WS-ALREADY-SETTLED VALUE 'Y'.

           01 WS-SETTLE-SW PIC X(1).
               88 WS-NEEDS-SETTLING VALUE 'Y'.

      *    The current student's copies still out, filled by
      *    4100-FIND-OPEN-LOANS - the loan sequence, the copy, its
      *    title and replacement cost. Copies past the table size
      *    stay out and are charged by the next run.
           01 WS-MAX-OPEN-LOANS PIC 9(3) VALUE 20.
           01 WS-OPEN-LOAN-COUNT PIC 9(3) COMP.
           01 WS-OL-SUB PIC 9(3) COMP.
           01 WS-OPEN-LOAN-TABLE.
               05 WS-OPEN-LOAN OCCURS 20 TIMES.
                   10 WS-OL-SEQ PIC 9(3).
                   10 WS-OL-ITEM-KEY.
                       15 WS-OL-TITLE-CODE PIC X(6).
                       15 WS-OL-COPY-NO PIC 9(3).
                   10 WS-OL-TITLE PIC X(30).
                   10 WS-OL-COST PIC 9(3)V99.

           01 WS-SETTLE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-BILL-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REFUND-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PLAN-CLOSE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-BOOKS-TO-CHARGE PIC 9(5) COMP VALUE 0.
           01 WS-BOOKS-CHARGED PIC 9(5) COMP VALUE 0.

           01 COV-LINE-1.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(22) VALUE 'ACCOUNTS TO SETTLE: '.
               05 COV-COUNT PIC ZZ,ZZ9.

           01 COV-LINE-4.
               05 FILLER PIC X(22) VALUE 'BOOKS TO CHARGE: '.
               05 COV-BOOKS PIC ZZ,ZZ9.

           01 PAGE-BREAK-LINE.
               05 FILLER PIC X(80) VALUE ALL '-'.

               05 LTR-AMOUNT-TEXT PIC X(25).
               05 LTR-AMOUNT PIC Z,ZZZ,ZZ9.99.

           01 LTR-BOOKS-HDG PIC X(80) VALUE
               'BOOKS NOT RETURNED - CHARGED AT REPLACEMENT COST:'.

           01 LTR-BOOK-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LTR-BOOK-TITLE-CODE PIC X(6).
               05 FILLER PIC X(1) VALUE '-'.
               05 LTR-BOOK-COPY-NO PIC 9(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LTR-BOOK-TITLE PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LTR-BOOK-COST PIC ZZ9.99.

           01 LTR-BODY-1 PIC X(80) VALUE
               'YOUR STUDENT HAS WITHDRAWN FROM THE SCHOOL AND THE '.
           01 LTR-BODY-2 PIC X(80) VALUE
           CLOSE LETTER-FILE
           DISPLAY 'ACCOUNTS SETTLED: ' WS-SETTLE-COUNT
           DISPLAY 'FINAL BILLS: ' WS-BILL-COUNT
           DISPLAY 'REFUND VOUCHERS: ' WS-REFUND-COUNT
           DISPLAY 'PLAN INSTALLMENTS CLOSED: ' WS-PLAN-CLOSE-COUNT
           DISPLAY 'BOOKS CHARGED: ' WS-BOOKS-CHARGED.
       STOP RUN.

      ******************************************************************
      * First pass over the roster: counts the deactivated students
      * whose ledger does not balance to zero and carries no
      * settlement yet, or who still hold books, for the cover page.
      * A missing roster or fees file just means nothing to settle;
      * a missing loans or item file just means no books to charge.
      ******************************************************************
       1000-COUNT-SETTLEMENTS.
           MOVE 'N' TO WS-STUDENT-EOF-SW
               DISPLAY 'STUDENTS-FEES.TXT NOT FOUND - NOTHING TO '
                   'SETTLE'
               MOVE 'Y' TO WS-FILES-MISSING-SW
           ELSE
               MOVE 'Y' TO WS-FEES-OPEN-SW
           END-IF
           OPEN I-O LOANS
           IF NOT WS-LOANS-FILE-OK
               DISPLAY 'STUDENTS-LOANS.TXT NOT FOUND - NO BOOKS TO '
                   'CHARGE'
           ELSE
               MOVE 'Y' TO WS-LOANS-OPEN-SW
           END-IF
           OPEN I-O ITEMS
           IF NOT WS-ITEMS-FILE-OK
               DISPLAY 'LIBRARY-ITEMS.TXT NOT FOUND - NO BOOKS TO '
                   'CHARGE'
           ELSE
               MOVE 'Y' TO WS-ITEMS-OPEN-SW
           END-IF
           IF NOT WS-FILES-MISSING
               PERFORM UNTIL WS-END-OF-STUDENT-FILE
                       NOT AT END
                           IF STUDENT-INACTIVE
                               PERFORM 4000-BALANCE-ONE-STUDENT
                               IF WS-NEEDS-SETTLING
                                   ADD 1 TO WS-SETTLE-COUNT
                                   ADD WS-OPEN-LOAN-COUNT
                                       TO WS-BOOKS-TO-CHARGE
                               END-IF
                           END-IF
                   END-READ
           WRITE LTR-LINE
           MOVE WS-SETTLE-COUNT TO COV-COUNT
           MOVE COV-LINE-3 TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-BOOKS-TO-CHARGE TO COV-BOOKS
           MOVE COV-LINE-4 TO LTR-LINE
           WRITE LTR-LINE.

      ******************************************************************
      ******************************************************************
       3000-SETTLE-ACCOUNTS.
           IF WS-FILES-MISSING OR WS-SETTLE-COUNT = 0
               IF WS-FEES-OPENED
                   CLOSE FEES
               END-IF
               IF WS-LOANS-OPENED
                   CLOSE LOANS
               END-IF
               IF WS-ITEMS-OPENED
                   CLOSE ITEMS
               END-IF
               GO TO 3000-SETTLE-ACCOUNTS-EXIT
           END-IF
           PERFORM 1100-OPEN-AUDIT-FILE
           PERFORM 1200-OPEN-JOURNAL-FILE
           PERFORM 1300-OPEN-PAYPLANS-FILE
           MOVE 'N' TO WS-STUDENT-EOF-SW
           OPEN INPUT STUDENT
           PERFORM UNTIL WS-END-OF-STUDENT-FILE
                   NOT AT END
                       IF STUDENT-INACTIVE
                           PERFORM 4000-BALANCE-ONE-STUDENT
                           IF WS-NEEDS-SETTLING
                               PERFORM 3500-SETTLE-ONE-ACCOUNT
                           END-IF
                       END-IF
           CLOSE STUDENT
           CLOSE FEES
           CLOSE AUDIT-FILE
           CLOSE JOURNAL-FILE
           IF WS-PAYPLANS-OPENED
               CLOSE PAYPLANS
           END-IF
           IF WS-LOANS-OPENED
               CLOSE LOANS
           END-IF
           IF WS-ITEMS-OPENED
               CLOSE ITEMS
           END-IF.
       3000-SETTLE-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * Charges any books still out, then posts the closing FINAL
      * SETTLEMENT transaction - a payment clearing a debit balance,
      * a charge absorbing a credit one - through the next free
      * sequence number found by the balance scan, logs it to the
      * audit and journal files, closes any open payment plan, and
      * writes the bill or voucher page. The balance already
      * carries the replacement charges.
      ******************************************************************
       3500-SETTLE-ONE-ACCOUNT.
           PERFORM VARYING WS-OL-SUB FROM 1 BY 1
                   UNTIL WS-OL-SUB > WS-OPEN-LOAN-COUNT
               PERFORM 3550-CHARGE-ONE-BOOK
           END-PERFORM
           IF WS-BALANCE NOT < 0
               MOVE WS-BALANCE TO WS-SETTLE-AMOUNT
               MOVE 'P' TO FEE-TYPE
               ADD 1 TO WS-BILL-COUNT
           WRITE FEE-FILE
           PERFORM 9000-WRITE-AUDIT
           PERFORM 9100-WRITE-JOURNAL
           IF WS-PAYPLANS-OPENED
               PERFORM 3700-CLOSE-PAYMENT-PLAN
           END-IF
           PERFORM 3600-WRITE-ONE-PAGE.

      ******************************************************************
      * Posts one book still out as a REPLACE charge at its
      * replacement cost, journals it, marks the loan charged and
      * writes the copy off as lost, keeping the leaver as its last
      * borrower.
      ******************************************************************
       3550-CHARGE-ONE-BOOK.
           MOVE STUDENT-ID TO FEE-STUDENT-ID
           MOVE WS-NEXT-SEQ TO FEE-SEQ
           MOVE 'C' TO FEE-TYPE
           MOVE SPACES TO FEE-DESCRIPTION
           STRING 'REPLACE ' WS-OL-TITLE-CODE (WS-OL-SUB)
                  '-' WS-OL-COPY-NO (WS-OL-SUB)
               DELIMITED BY SIZE INTO FEE-DESCRIPTION
           END-STRING
           MOVE WS-OL-COST (WS-OL-SUB) TO FEE-AMOUNT
           MOVE WS-TODAY TO FEE-DATE
           WRITE FEE-FILE
           ADD 1 TO WS-NEXT-SEQ
           PERFORM 9100-WRITE-JOURNAL
           MOVE STUDENT-ID TO LON-STUDENT-ID
           MOVE WS-OL-SEQ (WS-OL-SUB) TO LON-SEQ
           READ LOANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO LON-STATUS
                   REWRITE LOAN-FILE
           END-READ
           MOVE WS-OL-ITEM-KEY (WS-OL-SUB) TO ITM-KEY
           READ ITEMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'L' TO ITM-STATUS
                   REWRITE LIBRARY-ITEM-FILE
           END-READ
           ADD 1 TO WS-BOOKS-CHARGED.

      ******************************************************************
      * Writes the final bill or refund voucher page for the account
      * just settled, separated by a page-break rule line.
           MOVE WS-TODAY TO LTR-DATE
           MOVE LTR-DATE-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF WS-BALANCE NOT < 0
               MOVE 'FINAL BILL - ACCOUNT CLOSED'
                   TO LTR-KIND-TEXT
           ELSE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF WS-OPEN-LOAN-COUNT > 0
               MOVE LTR-BOOKS-HDG TO LTR-LINE
               WRITE LTR-LINE
               PERFORM VARYING WS-OL-SUB FROM 1 BY 1
                       UNTIL WS-OL-SUB > WS-OPEN-LOAN-COUNT
                   PERFORM 3650-WRITE-ONE-BOOK-LINE
               END-PERFORM
               MOVE BLANK-LINE TO LTR-LINE
               WRITE LTR-LINE
           END-IF
           IF WS-BALANCE NOT < 0
               MOVE 'AMOUNT NOW DUE: ' TO LTR-AMOUNT-TEXT
           ELSE
               MOVE 'REFUND DUE TO YOU: ' TO LTR-AMOUNT-TEXT
           MOVE LTR-BODY-4 TO LTR-LINE
           WRITE LTR-LINE.

      ******************************************************************
      * Lists one book charged on the final bill with its title and
      * replacement cost.
      ******************************************************************
       3650-WRITE-ONE-BOOK-LINE.
           MOVE WS-OL-TITLE-CODE (WS-OL-SUB) TO LTR-BOOK-TITLE-CODE
           MOVE WS-OL-COPY-NO (WS-OL-SUB) TO LTR-BOOK-COPY-NO
           MOVE WS-OL-TITLE (WS-OL-SUB) TO LTR-BOOK-TITLE
           MOVE WS-OL-COST (WS-OL-SUB) TO LTR-BOOK-COST
           MOVE LTR-BOOK-LINE TO LTR-LINE
           WRITE LTR-LINE.

      ******************************************************************
      * Sums the current student's fee transactions - charges up,
      * payments down - leaving the next free sequence number one
      * past the highest on file, and the settled switch on when a
      * FINAL SETTLEMENT transaction is already there so a second
      * run cannot double-settle. Books the student still holds are
      * then added to the balance at replacement cost, and the
      * student needs settling when the ledger is open and not yet
      * settled or any book is still out.
      ******************************************************************
       4000-BALANCE-ONE-STUDENT.
           MOVE 0 TO WS-BALANCE
                           MOVE 'Y' TO WS-FEES-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-SETTLE-SW
           IF WS-BALANCE NOT = 0 AND NOT WS-ALREADY-SETTLED
               MOVE 'Y' TO WS-SETTLE-SW
           END-IF
           MOVE 0 TO WS-OPEN-LOAN-COUNT
           IF WS-LOANS-OPENED AND WS-ITEMS-OPENED
               PERFORM 4100-FIND-OPEN-LOANS
           END-IF
           IF WS-OPEN-LOAN-COUNT > 0
               MOVE 'Y' TO WS-SETTLE-SW
           END-IF.

      ******************************************************************
      * Collects the current student's loans still out into the
      * open-loan table with each copy's title and replacement cost
      * from the item master, adding the cost to the balance. A
      * loan whose copy is not on the master cannot be priced and
      * is left out.
      ******************************************************************
       4100-FIND-OPEN-LOANS.
           MOVE 'N' TO WS-LOAN-EOF-SW
           MOVE STUDENT-ID TO LON-STUDENT-ID
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
                       IF LON-STUDENT-ID NOT = STUDENT-ID
                           MOVE 'Y' TO WS-LOAN-EOF-SW
                       ELSE
                           IF LON-OUT AND
                                   WS-OPEN-LOAN-COUNT
                                       < WS-MAX-OPEN-LOANS
                               PERFORM 4200-ADD-OPEN-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Prices one loan still out from the item master and adds it
      * to the open-loan table and the balance.
      ******************************************************************
       4200-ADD-OPEN-LOAN.
           MOVE LON-ITEM-KEY TO ITM-KEY
           READ ITEMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-OPEN-LOAN-COUNT
                   MOVE LON-SEQ TO WS-OL-SEQ (WS-OPEN-LOAN-COUNT)
                   MOVE LON-ITEM-KEY
                       TO WS-OL-ITEM-KEY (WS-OPEN-LOAN-COUNT)
                   MOVE ITM-TITLE TO WS-OL-TITLE (WS-OPEN-LOAN-COUNT)
                   MOVE ITM-REPLACEMENT-COST
                       TO WS-OL-COST (WS-OPEN-LOAN-COUNT)
                   ADD ITM-REPLACEMENT-COST TO WS-BALANCE
           END-READ.

      ******************************************************************
      * Opens students-audit.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Opens students-payplans.txt for update. A missing plans file
      * means no student is on a plan, so there is nothing to close.
      ******************************************************************
       1300-OPEN-PAYPLANS-FILE.
           OPEN I-O PAYPLANS
           IF NOT WS-PAYPLANS-FILE-OK
               DISPLAY 'STUDENTS-PAYPLANS.TXT NOT FOUND - NO PLANS '
                   'TO CLOSE'
           ELSE
               MOVE 'Y' TO WS-PAYPLANS-OPEN-SW
           END-IF.

      ******************************************************************
      * Marks every open installment of the settled student's
      * payment plan closed and journals each one. Cancelled
      * installments are left as they are.
      ******************************************************************
       3700-CLOSE-PAYMENT-PLAN.
           MOVE 'N' TO WS-PLAN-EOF-SW
           MOVE STUDENT-ID TO PPL-STUDENT-ID
           MOVE 0 TO PPL-INSTALLMENT
           START PAYPLANS KEY IS NOT LESS THAN PPL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLAN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-PLAN
               READ PAYPLANS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLAN-EOF-SW
                   NOT AT END
                       IF PPL-STUDENT-ID = STUDENT-ID
                           IF PPL-OPEN
                               MOVE 'C' TO PPL-STATUS
                               REWRITE PAYMENT-PLAN-RECORD
                               ADD 1 TO WS-PLAN-CLOSE-COUNT
                               PERFORM 9200-JOURNAL-PLAN-CLOSE
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-PLAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Logs the settlement just posted to students-audit.txt with a
      * timestamp and this program's name.
           END-STRING
           WRITE JOURNAL-RECORD.

      ******************************************************************
      * Journals the plan installment just closed, old status open,
      * new status closed, with its due date and amount.
      ******************************************************************
       9200-JOURNAL-PLAN-CLOSE.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'SETTLE-WITHDRAWALS' TO JRN-PROGRAM-NAME
           MOVE PPL-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE PPL-KEY TO JRN-RECORD-KEY(1:7)
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           STRING 'O' DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PPL-DUE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PPL-AMOUNT DELIMITED BY SIZE
               INTO JRN-OLD-VALUES
           END-STRING
           STRING PPL-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PPL-DUE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PPL-AMOUNT DELIMITED BY SIZE
               INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

       END PROGRAM SETTLE-WITHDRAWALS.
