      *                   keyed students-addresses.txt, the same as
      *                   the letter runs, so the envelope stops
      *                   being addressed by hand.
      *   2026-10-15 GF - HOUSEHOLD on the command line prints one
      *                   statement per household confirmed on
      *                   students-households.txt instead of one per
      *                   child: a section per child owing, each with
      *                   its own ledger and balance, then the family
      *                   total aged across all of them. Mailed to
      *                   the address of the household's lowest
      *                   STUDENT-ID. Children in no household still
      *                   get their own statement.
      *   2026-10-15 GF - A student with an open payment plan on
      *                   students-payplans.txt is aged by the plan's
      *                   schedule instead of by charge date: only
      *                   installments past their due date and still
      *                   unpaid age, by how long they are overdue,
      *                   and the rest of the balance is current.
      *   2026-10-15 GF - Take payments voided since plan set-up off a
      *                   plan's payments, and load plans, print
      *                   addresses and close the lookup files off
      *                   switches set when the files open, not the file
      *                   status every READ overwrites.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-STATEMENT-RUN.
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESSES-STATUS.

               SELECT HOUSEHOLDS ASSIGN TO 'students-households.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHD-STUDENT-ID
               ALTERNATE RECORD KEY IS HHD-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOUSEHOLDS-STATUS.

               SELECT PAYPLANS ASSIGN TO 'students-payplans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPL-KEY
               FILE STATUS IS WS-PAYPLANS-STATUS.

               SELECT STATEMENT-FILE ASSIGN TO 'fee-statements.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

           FD ADDRESSES.
           COPY ADDRESS.

           FD HOUSEHOLDS.
           COPY HOUSEHLD.

           FD PAYPLANS.
           COPY PAYPLAN.

           FD STATEMENT-FILE.
           01 LTR-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(10).

           01 WS-HOUSEHOLD-MODE-SW PIC X(1) VALUE 'N'.
               88 WS-HOUSEHOLD-MODE VALUE 'Y'.

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.
           01 WS-FEES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-FEES-OPENED VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
           01 WS-ADDRESSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ADDRESSES-OPENED VALUE 'Y'.

           01 WS-ADDRESS-FOUND-SW PIC X(1).
               88 WS-ADDRESS-FOUND VALUE 'Y'.
           01 WS-FILES-MISSING-SW PIC X(1) VALUE 'N'.
               88 WS-FILES-MISSING VALUE 'Y'.

           01 WS-HOUSEHOLDS-STATUS PIC X(2) VALUE '00'.
               88 WS-HOUSEHOLDS-FILE-OK VALUE '00'.

           01 WS-PAYPLANS-STATUS PIC X(2) VALUE '00'.
               88 WS-PAYPLANS-FILE-OK VALUE '00'.
           01 WS-PAYPLANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-PAYPLANS-OPENED VALUE 'Y'.

           01 WS-PLAN-EOF-SW PIC X(1).
               88 WS-END-OF-PLAN VALUE 'Y'.

      *    The student whose fees 4000 and 5000 read - the roster
      *    record just read, or a household member being printed.
           01 WS-LEDGER-ID PIC 9(5).

      *    Household mode only: every student linked to a household,
      *    in STUDENT-ID order, with the balance the first pass found
      *    - so a household's statement can be printed whole when
      *    its lowest STUDENT-ID comes up on the second pass.
           01 WS-MEMBER-TABLE.
               05 WS-MEMBER-ENTRY OCCURS 2000 TIMES.
                   10 WS-MBR-STUDENT-ID PIC 9(5).
                   10 WS-MBR-HOUSEHOLD-ID PIC 9(5).
                   10 WS-MBR-NAME PIC A(25).
                   10 WS-MBR-CLASS PIC X(3).
                   10 WS-MBR-STATUS PIC X(1).
                   10 WS-MBR-BALANCE PIC S9(7)V99.
                   10 WS-MBR-PRINTED-SW PIC X(1).
           01 WS-MEMBER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-MBR-SUB PIC 9(5) COMP.
           01 WS-MBR-FOUND-SUB PIC 9(5) COMP.
           01 WS-MBR-OTHER-SUB PIC 9(5) COMP.
           01 WS-CURRENT-HOUSEHOLD PIC 9(5).

           01 WS-HOUSEHOLD-OWES-SW PIC X(1).
               88 WS-HOUSEHOLD-OWES VALUE 'Y'.

           01 WS-FAMILY-BALANCE PIC S9(7)V99.
           01 WS-FAMILY-CURRENT PIC S9(7)V99.
           01 WS-FAMILY-30 PIC S9(7)V99.
           01 WS-FAMILY-60 PIC S9(7)V99.
           01 WS-FAMILY-90 PIC S9(7)V99.
           01 WS-HOUSEHOLD-COUNT PIC 9(5) COMP VALUE 0.

           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TODAY-YEAR PIC 9(4).
           01 WS-CHG-SUB PIC 9(3) COMP.

           01 WS-AGE-DAYS PIC S9(5) COMP.

      *    The WS-LEDGER-ID student's open plan installments in
      *    installment order, with what is still unpaid on each once
      *    the payments made since the plan was set up are applied.
           01 WS-PLAN-TABLE.
               05 WS-PLAN-ENTRY OCCURS 99 TIMES.
                   10 WS-PLN-DUE-DATE PIC 9(8).
                   10 WS-PLN-UNPAID PIC S9(7)V99.
           01 WS-PLAN-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-PLN-SUB PIC 9(3) COMP.
           01 WS-PLAN-SET-UP-DATE PIC 9(8).
           01 WS-PLAN-PAID PIC S9(7)V99.
           01 WS-PLAN-LEFT PIC S9(7)V99.
           01 WS-BUCKET-CURRENT PIC S9(7)V99.
           01 WS-BUCKET-30 PIC S9(7)V99.
           01 WS-BUCKET-60 PIC S9(7)V99.
               05 FILLER PIC X(22) VALUE 'STUDENTS REVIEWED: '.
               05 COV-REVIEWED PIC ZZ,ZZ9.

           01 COV-LINE-5.
               05 FILLER PIC X(22) VALUE 'OF WHICH HOUSEHOLDS: '.
               05 COV-HOUSEHOLDS PIC ZZ,ZZ9.

           01 PAGE-BREAK-LINE.
               05 FILLER PIC X(80) VALUE ALL '-'.

               05 FILLER PIC X(17) VALUE 'CLOSING BALANCE: '.
               05 LTR-BALANCE PIC Z,ZZZ,ZZ9.99-.

           01 HHD-TO-LINE.
               05 FILLER PIC X(26)
                   VALUE 'STATEMENT OF ACCOUNT FOR: '.
               05 FILLER PIC X(14) VALUE 'THE FAMILY OF '.
               05 HHD-NAME PIC A(25).

           01 HHD-ID-LINE.
               05 FILLER PIC X(14) VALUE 'HOUSEHOLD-ID: '.
               05 HHD-ID PIC 9(5).

           01 HHD-CHILD-LINE.
               05 FILLER PIC X(7) VALUE 'CHILD: '.
               05 HHD-CHILD-NAME PIC A(25).

           01 HHD-CHILD-TOTAL-LINE.
               05 FILLER PIC X(17) VALUE 'CHILD BALANCE:   '.
               05 HHD-CHILD-BALANCE PIC Z,ZZZ,ZZ9.99-.

           01 HHD-FAMILY-TOTAL-LINE.
               05 FILLER PIC X(17) VALUE 'FAMILY TOTAL:    '.
               05 HHD-FAMILY-BALANCE PIC Z,ZZZ,ZZ9.99-.

           01 AGE-LINE-1.
               05 FILLER PIC X(10) VALUE 'CURRENT: '.
               05 AGL-CURRENT PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CMDLINE = 'HOUSEHOLD' OR CMDLINE = 'H'
               MOVE 'Y' TO WS-HOUSEHOLD-MODE-SW
           END-IF

           PERFORM 0500-OPEN-ADDRESSES-FILE
           PERFORM 0700-OPEN-PAYPLANS-FILE
           IF WS-HOUSEHOLD-MODE
               PERFORM 0600-OPEN-HOUSEHOLDS-FILE
           END-IF
           PERFORM 1000-COUNT-STATEMENTS
           IF WS-HOUSEHOLD-MODE
               PERFORM 1500-COUNT-HOUSEHOLDS
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           PERFORM 2000-WRITE-COVER-PAGE
           PERFORM 3000-WRITE-STATEMENTS
               THRU 3000-WRITE-STATEMENTS-EXIT
           CLOSE STATEMENT-FILE
           IF WS-ADDRESSES-OPENED
               CLOSE ADDRESSES
           END-IF
           IF WS-PAYPLANS-OPENED
               CLOSE PAYPLANS
           END-IF
           IF WS-HOUSEHOLD-MODE
               CLOSE HOUSEHOLDS
               DISPLAY 'HOUSEHOLD STATEMENTS: ' WS-HOUSEHOLD-COUNT
           END-IF
           DISPLAY 'STATEMENTS PRODUCED: ' WS-STATEMENT-COUNT.
       STOP RUN.

      ******************************************************************
      * First pass over the roster: counts the students carrying a
      * non-zero balance for the cover page. A missing roster or
      * fees file just means no statements. In household mode a
      * student linked to a household is held in the member table
      * instead of counted - the household is counted once, after.
      ******************************************************************
       1000-COUNT-STATEMENTS.
           MOVE 'N' TO WS-STUDENT-EOF-SW
               DISPLAY 'STUDENTS-FEES.TXT NOT FOUND - NO STATEMENTS '
                   'TO PRODUCE'
               MOVE 'Y' TO WS-FILES-MISSING-SW
           ELSE
               MOVE 'Y' TO WS-FEES-OPEN-SW
           END-IF
           IF NOT WS-FILES-MISSING
               PERFORM UNTIL WS-END-OF-STUDENT-FILE
                           MOVE 'Y' TO WS-STUDENT-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-STUDENT-COUNT
                           MOVE STUDENT-ID TO WS-LEDGER-ID
                           PERFORM 4000-BALANCE-ONE-STUDENT
                           MOVE 0 TO WS-MBR-FOUND-SUB
                           IF WS-HOUSEHOLD-MODE
                               PERFORM 1100-HOLD-HOUSEHOLD-MEMBER
                           END-IF
                           IF WS-BALANCE NOT = 0
                               AND WS-MBR-FOUND-SUB = 0
                               ADD 1 TO WS-STATEMENT-COUNT
                           END-IF
                   END-READ
               CLOSE STUDENT
           END-IF.

      ******************************************************************
      * Household mode: when the student just balanced is linked to
      * a household, adds it to the member table and leaves its
      * entry in WS-MBR-FOUND-SUB; otherwise leaves that at zero.
      ******************************************************************
       1100-HOLD-HOUSEHOLD-MEMBER.
           MOVE STUDENT-ID TO HHD-STUDENT-ID
           READ HOUSEHOLDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MEMBER-COUNT < 2000
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE WS-MEMBER-COUNT TO WS-MBR-FOUND-SUB
                       MOVE STUDENT-ID
                           TO WS-MBR-STUDENT-ID (WS-MEMBER-COUNT)
                       MOVE HHD-HOUSEHOLD-ID
                           TO WS-MBR-HOUSEHOLD-ID (WS-MEMBER-COUNT)
                       MOVE NAME TO WS-MBR-NAME (WS-MEMBER-COUNT)
                       MOVE CLASS-NAME TO WS-MBR-CLASS (WS-MEMBER-COUNT)
                       MOVE STUDENT-STATUS
                           TO WS-MBR-STATUS (WS-MEMBER-COUNT)
                       MOVE WS-BALANCE
                           TO WS-MBR-BALANCE (WS-MEMBER-COUNT)
                       MOVE 'N' TO WS-MBR-PRINTED-SW (WS-MEMBER-COUNT)
                   ELSE
                       DISPLAY 'MEMBER TABLE FULL - STUDENT-ID '
                           STUDENT-ID ' GETS ITS OWN STATEMENT'
                   END-IF
           END-READ.

      ******************************************************************
      * Household mode: counts one statement per household with any
      * member owing or in credit - the first such member of each
      * household in the table is the one counted.
      ******************************************************************
       1500-COUNT-HOUSEHOLDS.
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > WS-MEMBER-COUNT
               IF WS-MBR-BALANCE (WS-MBR-SUB) NOT = 0
                   MOVE 'N' TO WS-HOUSEHOLD-OWES-SW
                   PERFORM VARYING WS-MBR-OTHER-SUB FROM 1 BY 1
                           UNTIL WS-MBR-OTHER-SUB >= WS-MBR-SUB
                       IF WS-MBR-HOUSEHOLD-ID (WS-MBR-OTHER-SUB) =
                               WS-MBR-HOUSEHOLD-ID (WS-MBR-SUB)
                           AND WS-MBR-BALANCE (WS-MBR-OTHER-SUB)
                               NOT = 0
                           MOVE 'Y' TO WS-HOUSEHOLD-OWES-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-HOUSEHOLD-OWES
                       ADD 1 TO WS-STATEMENT-COUNT
                       ADD 1 TO WS-HOUSEHOLD-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Writes the cover summary page: run date, how many students
      * were reviewed and how many statements follow.
           WRITE LTR-LINE
           MOVE WS-STATEMENT-COUNT TO COV-COUNT
           MOVE COV-LINE-3 TO LTR-LINE
           WRITE LTR-LINE
           IF WS-HOUSEHOLD-MODE
               MOVE WS-HOUSEHOLD-COUNT TO COV-HOUSEHOLDS
               MOVE COV-LINE-5 TO LTR-LINE
               WRITE LTR-LINE
           END-IF.

      ******************************************************************
      * Second pass: writes one statement page for every student
      * carrying a non-zero balance, separated by a page-break rule
      * line. In household mode a household member's page is the
      * whole household's, written when its first member comes up
      * and skipped for the rest.
      ******************************************************************
       3000-WRITE-STATEMENTS.
           IF WS-FILES-MISSING OR WS-STATEMENT-COUNT = 0
               IF WS-FEES-OPENED
                   CLOSE FEES
               END-IF
               GO TO 3000-WRITE-STATEMENTS-EXIT
                   AT END
                       MOVE 'Y' TO WS-STUDENT-EOF-SW
                   NOT AT END
                       MOVE 0 TO WS-MBR-FOUND-SUB
                       IF WS-HOUSEHOLD-MODE
                           PERFORM 3050-FIND-MEMBER
                       END-IF
                       IF WS-MBR-FOUND-SUB > 0
                           IF WS-MBR-PRINTED-SW (WS-MBR-FOUND-SUB)
                                   = 'N'
                               PERFORM 3700-WRITE-HOUSEHOLD-PAGE
                                   THRU 3700-WRITE-HOUSEHOLD-PAGE-EXIT
                           END-IF
                       ELSE
                           MOVE STUDENT-ID TO WS-LEDGER-ID
                           PERFORM 4000-BALANCE-ONE-STUDENT
                           IF WS-BALANCE NOT = 0
                               PERFORM 3500-WRITE-ONE-STATEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       3000-WRITE-STATEMENTS-EXIT.
           EXIT.

      ******************************************************************
      * Leaves the member-table entry for the student just read in
      * WS-MBR-FOUND-SUB, or zero when it is in no household.
      ******************************************************************
       3050-FIND-MEMBER.
           MOVE 0 TO WS-MBR-FOUND-SUB
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > WS-MEMBER-COUNT
                      OR WS-MBR-FOUND-SUB > 0
               IF WS-MBR-STUDENT-ID (WS-MBR-SUB) = STUDENT-ID
                   MOVE WS-MBR-SUB TO WS-MBR-FOUND-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * Writes the statement page for the student just balanced: the
      * heading, the itemized ledger with a running balance, the
           MOVE LTR-BODY-4 TO LTR-LINE
           WRITE LTR-LINE.

      ******************************************************************
      * Writes the statement for the household of the member at
      * WS-MBR-FOUND-SUB - its lowest STUDENT-ID, the roster record
      * just read, whose address it is mailed to. Every member
      * owing or in credit gets a section with its own ledger and
      * balance; the family total follows, aged across all of them.
      * Every member is marked printed, so the rest of the household
      * is skipped as it comes up. A household whose members all
      * stand at zero gets no statement.
      ******************************************************************
       3700-WRITE-HOUSEHOLD-PAGE.
           MOVE WS-MBR-HOUSEHOLD-ID (WS-MBR-FOUND-SUB)
               TO WS-CURRENT-HOUSEHOLD
           MOVE 'N' TO WS-HOUSEHOLD-OWES-SW
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > WS-MEMBER-COUNT
               IF WS-MBR-HOUSEHOLD-ID (WS-MBR-SUB) =
                       WS-CURRENT-HOUSEHOLD
                   MOVE 'Y' TO WS-MBR-PRINTED-SW (WS-MBR-SUB)
                   IF WS-MBR-BALANCE (WS-MBR-SUB) NOT = 0
                       MOVE 'Y' TO WS-HOUSEHOLD-OWES-SW
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-HOUSEHOLD-OWES
               GO TO 3700-WRITE-HOUSEHOLD-PAGE-EXIT
           END-IF

           MOVE PAGE-BREAK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-TODAY TO LTR-DATE
           MOVE LTR-DATE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE NAME TO HHD-NAME
           MOVE HHD-TO-LINE TO LTR-LINE
           WRITE LTR-LINE
           PERFORM 3600-WRITE-ADDRESS-BLOCK
           MOVE WS-CURRENT-HOUSEHOLD TO HHD-ID
           MOVE HHD-ID-LINE TO LTR-LINE
           WRITE LTR-LINE

           MOVE 0 TO WS-FAMILY-BALANCE
           MOVE 0 TO WS-FAMILY-CURRENT
           MOVE 0 TO WS-FAMILY-30
           MOVE 0 TO WS-FAMILY-60
           MOVE 0 TO WS-FAMILY-90
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > WS-MEMBER-COUNT
               IF WS-MBR-HOUSEHOLD-ID (WS-MBR-SUB) =
                       WS-CURRENT-HOUSEHOLD
                   AND WS-MBR-BALANCE (WS-MBR-SUB) NOT = 0
                   PERFORM 3750-WRITE-CHILD-SECTION
               END-IF
           END-PERFORM

           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-FAMILY-BALANCE TO HHD-FAMILY-BALANCE
           MOVE HHD-FAMILY-TOTAL-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-FAMILY-CURRENT TO AGL-CURRENT
           MOVE WS-FAMILY-30 TO AGL-30
           MOVE AGE-LINE-1 TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-FAMILY-60 TO AGL-60
           MOVE WS-FAMILY-90 TO AGL-90
           MOVE AGE-LINE-2 TO LTR-LINE
           WRITE LTR-LINE

           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-1 TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-2 TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-3 TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-4 TO LTR-LINE
           WRITE LTR-LINE.
       3700-WRITE-HOUSEHOLD-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * Writes the section for the household member at WS-MBR-SUB:
      * its name, STUDENT-ID and class, its ledger with a running
      * balance and its own balance - then adds the balance and its
      * aging into the family totals.
      ******************************************************************
       3750-WRITE-CHILD-SECTION.
           MOVE WS-MBR-STUDENT-ID (WS-MBR-SUB) TO WS-LEDGER-ID
           PERFORM 4000-BALANCE-ONE-STUDENT
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-MBR-NAME (WS-MBR-SUB) TO HHD-CHILD-NAME
           MOVE HHD-CHILD-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-MBR-STUDENT-ID (WS-MBR-SUB) TO LTR-STUDENT-ID
           MOVE WS-MBR-CLASS (WS-MBR-SUB) TO LTR-CLASS
           IF WS-MBR-STATUS (WS-MBR-SUB) = 'I'
               MOVE '  WITHDRAWN' TO LTR-INACTIVE-FLAG
           ELSE
               MOVE SPACES TO LTR-INACTIVE-FLAG
           END-IF
           MOVE LTR-ID-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LGR-HDG-LINE TO LTR-LINE
           WRITE LTR-LINE

           PERFORM 5000-LIST-LEDGER

           MOVE WS-BALANCE TO HHD-CHILD-BALANCE
           MOVE HHD-CHILD-TOTAL-LINE TO LTR-LINE
           WRITE LTR-LINE

           PERFORM 6000-AGE-THE-BALANCE
           ADD WS-BALANCE TO WS-FAMILY-BALANCE
           ADD WS-BUCKET-CURRENT TO WS-FAMILY-CURRENT
           ADD WS-BUCKET-30 TO WS-FAMILY-30
           ADD WS-BUCKET-60 TO WS-FAMILY-60
           ADD WS-BUCKET-90 TO WS-FAMILY-90.

      ******************************************************************
      * Opens students-addresses.txt for the keyed lookups made
      * while printing. A missing addresses file just means every
           IF NOT WS-ADDRESSES-FILE-OK
               DISPLAY 'STUDENTS-ADDRESSES.TXT NOT FOUND - '
                   'STATEMENTS WILL SHOW NO ADDRESS'
           ELSE
               MOVE 'Y' TO WS-ADDRESSES-OPEN-SW
           END-IF.

      ******************************************************************
      * Opens students-households.txt for the household mode. A
      * missing households file means no family has been confirmed
      * yet, and every child gets its own statement.
      ******************************************************************
       0600-OPEN-HOUSEHOLDS-FILE.
           OPEN INPUT HOUSEHOLDS
           IF NOT WS-HOUSEHOLDS-FILE-OK
               DISPLAY 'STUDENTS-HOUSEHOLDS.TXT NOT FOUND - ONE '
                   'STATEMENT PER STUDENT'
               MOVE 'N' TO WS-HOUSEHOLD-MODE-SW
           END-IF.

      ******************************************************************
      * Opens students-payplans.txt for the plan lookups made while
      * aging. A missing plans file means no student is on a plan,
      * and every balance ages by charge date.
      ******************************************************************
       0700-OPEN-PAYPLANS-FILE.
           OPEN INPUT PAYPLANS
           IF NOT WS-PAYPLANS-FILE-OK
               DISPLAY 'STUDENTS-PAYPLANS.TXT NOT FOUND - ALL '
                   'BALANCES AGED BY CHARGE DATE'
           ELSE
               MOVE 'Y' TO WS-PAYPLANS-OPEN-SW
           END-IF.

      ******************************************************************
      ******************************************************************
       3600-WRITE-ADDRESS-BLOCK.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           IF WS-ADDRESSES-OPENED
               MOVE STUDENT-ID TO ADR-STUDENT-ID
               READ ADDRESSES
                   INVALID KEY
           END-IF.

      ******************************************************************
      * Sums the WS-LEDGER-ID student's fee transactions - charges up,
      * payments down - loading each charge into the aging table and
      * totaling the payments, so the statement page can age what is
      * left open on each charge.
           MOVE 0 TO WS-PAYMENT-TOTAL
           MOVE 0 TO WS-CHARGE-COUNT
           MOVE 'N' TO WS-FEES-EOF-SW
           MOVE WS-LEDGER-ID TO FEE-STUDENT-ID
           MOVE 0 TO FEE-SEQ
           START FEES KEY IS NOT LESS THAN FEE-KEY
               INVALID KEY
                   AT END
                       MOVE 'Y' TO WS-FEES-EOF-SW
                   NOT AT END
                       IF FEE-STUDENT-ID = WS-LEDGER-ID
                           IF FEE-CHARGE
                               ADD FEE-AMOUNT TO WS-BALANCE
                               IF WS-CHARGE-COUNT < 999
           END-PERFORM.

      ******************************************************************
      * Re-reads the WS-LEDGER-ID student's fee transactions in key
      * order and prints the itemized ledger lines with a running
      * balance.
      ******************************************************************
       5000-LIST-LEDGER.
           MOVE 0 TO WS-RUNNING-BALANCE
           MOVE 'N' TO WS-FEES-EOF-SW
           MOVE WS-LEDGER-ID TO FEE-STUDENT-ID
           MOVE 0 TO FEE-SEQ
           START FEES KEY IS NOT LESS THAN FEE-KEY
               INVALID KEY
                   AT END
                       MOVE 'Y' TO WS-FEES-EOF-SW
                   NOT AT END
                       IF FEE-STUDENT-ID = WS-LEDGER-ID
                           MOVE FEE-DATE TO LGR-DATE
                           MOVE FEE-DESCRIPTION TO LGR-DESCRIPTION
                           IF FEE-CHARGE
      * off the oldest charges first, and whatever is left open on
      * each charge lands in the bucket its FEE-DATE age selects -
      * under 30 days is current, then 30, 60 and 90-plus. A credit
      * balance leaves every bucket at zero. A student on an open
      * payment plan is aged by the plan's schedule instead.
      ******************************************************************
       6000-AGE-THE-BALANCE.
           MOVE 0 TO WS-BUCKET-CURRENT
           MOVE 0 TO WS-BUCKET-30
           MOVE 0 TO WS-BUCKET-60
           MOVE 0 TO WS-BUCKET-90
           MOVE 0 TO WS-PLAN-COUNT
           IF WS-PAYPLANS-OPENED
               PERFORM 6200-LOAD-PLAN
           END-IF
           IF WS-PLAN-COUNT > 0
               PERFORM 6300-AGE-BY-PLAN
           ELSE
               PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                       UNTIL WS-CHG-SUB > WS-CHARGE-COUNT
                   IF WS-PAYMENT-TOTAL >= WS-CHG-OPEN (WS-CHG-SUB)
                       SUBTRACT WS-CHG-OPEN (WS-CHG-SUB)
                           FROM WS-PAYMENT-TOTAL
                       MOVE 0 TO WS-CHG-OPEN (WS-CHG-SUB)
                   ELSE
                       SUBTRACT WS-PAYMENT-TOTAL
                           FROM WS-CHG-OPEN (WS-CHG-SUB)
                       MOVE 0 TO WS-PAYMENT-TOTAL
                   END-IF
                   IF WS-CHG-OPEN (WS-CHG-SUB) > 0
                       PERFORM 6100-BUCKET-ONE-CHARGE
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Puts the open remainder of the charge at WS-CHG-SUB into the
                   ADD WS-CHG-OPEN (WS-CHG-SUB) TO WS-BUCKET-90
           END-EVALUATE.

      ******************************************************************
      * Loads the WS-LEDGER-ID student's open plan installments into
      * the plan table, noting the earliest set-up date among them -
      * payments from that date on are the ones made against the
      * plan. Cancelled and closed installments are skipped.
      ******************************************************************
       6200-LOAD-PLAN.
           MOVE 99999999 TO WS-PLAN-SET-UP-DATE
           MOVE 'N' TO WS-PLAN-EOF-SW
           MOVE WS-LEDGER-ID TO PPL-STUDENT-ID
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
                       IF PPL-STUDENT-ID = WS-LEDGER-ID
                           IF PPL-OPEN AND WS-PLAN-COUNT < 99
                               ADD 1 TO WS-PLAN-COUNT
                               MOVE PPL-DUE-DATE TO WS-PLN-DUE-DATE
                                   (WS-PLAN-COUNT)
                               MOVE PPL-AMOUNT TO WS-PLN-UNPAID
                                   (WS-PLAN-COUNT)
                               IF PPL-SET-UP-DATE < WS-PLAN-SET-UP-DATE
                                   MOVE PPL-SET-UP-DATE
                                       TO WS-PLAN-SET-UP-DATE
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-PLAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Ages a plan student's balance by the schedule: the payments
      * made since set-up come off the installments in order, each
      * installment past its due date with something still unpaid
      * ages by how long it is overdue - never more in all than the
      * balance owed - and whatever of the balance is left is
      * current. A credit or zero balance leaves every bucket at
      * zero.
      ******************************************************************
       6300-AGE-BY-PLAN.
           IF WS-BALANCE > 0
               PERFORM 6400-SUM-PLAN-PAYMENTS
               MOVE WS-BALANCE TO WS-PLAN-LEFT
               PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
                       UNTIL WS-PLN-SUB > WS-PLAN-COUNT
                   IF WS-PLAN-PAID >= WS-PLN-UNPAID (WS-PLN-SUB)
                       SUBTRACT WS-PLN-UNPAID (WS-PLN-SUB)
                           FROM WS-PLAN-PAID
                       MOVE 0 TO WS-PLN-UNPAID (WS-PLN-SUB)
                   ELSE
                       SUBTRACT WS-PLAN-PAID
                           FROM WS-PLN-UNPAID (WS-PLN-SUB)
                       MOVE 0 TO WS-PLAN-PAID
                   END-IF
                   IF WS-PLN-UNPAID (WS-PLN-SUB) > 0
                           AND WS-PLN-DUE-DATE (WS-PLN-SUB) < WS-TODAY
                       IF WS-PLN-UNPAID (WS-PLN-SUB) > WS-PLAN-LEFT
                           MOVE WS-PLAN-LEFT
                               TO WS-PLN-UNPAID (WS-PLN-SUB)
                       END-IF
                       SUBTRACT WS-PLN-UNPAID (WS-PLN-SUB)
                           FROM WS-PLAN-LEFT
                       PERFORM 6500-BUCKET-ONE-INSTALLMENT
                   END-IF
               END-PERFORM
               ADD WS-PLAN-LEFT TO WS-BUCKET-CURRENT
           END-IF.

      ******************************************************************
      * Re-reads the WS-LEDGER-ID student's fee transactions and
      * totals the payments dated on or after the plan's set-up
      * date, less any of them voided since - VOID-RECEIPT posts the
      * reversal as a VOID RECEIPT charge.
      ******************************************************************
       6400-SUM-PLAN-PAYMENTS.
           MOVE 0 TO WS-PLAN-PAID
           MOVE 'N' TO WS-FEES-EOF-SW
           MOVE WS-LEDGER-ID TO FEE-STUDENT-ID
           MOVE 0 TO FEE-SEQ
           START FEES KEY IS NOT LESS THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FEES-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-FEES
               READ FEES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FEES-EOF-SW
                   NOT AT END
                       IF FEE-STUDENT-ID = WS-LEDGER-ID
                           IF FEE-PAYMENT
                                   AND FEE-DATE >= WS-PLAN-SET-UP-DATE
                               ADD FEE-AMOUNT TO WS-PLAN-PAID
                           END-IF
                           IF FEE-CHARGE
                                   AND FEE-DESCRIPTION (1:13) =
                                       'VOID RECEIPT '
                                   AND FEE-DATE >= WS-PLAN-SET-UP-DATE
                               SUBTRACT FEE-AMOUNT FROM WS-PLAN-PAID
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-FEES-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PLAN-PAID < 0
               MOVE 0 TO WS-PLAN-PAID
           END-IF.

      ******************************************************************
      * Puts the unpaid remainder of the overdue installment at
      * WS-PLN-SUB into the bucket its days past due select, on the
      * same 30/360 convention as the charge aging.
      ******************************************************************
       6500-BUCKET-ONE-INSTALLMENT.
           MOVE WS-PLN-DUE-DATE (WS-PLN-SUB) TO WS-AGE-DATE
           COMPUTE WS-AGE-DAYS =
               (WS-TODAY-YEAR - WS-AGE-YEAR) * 360
               + (WS-TODAY-MONTH - WS-AGE-MONTH) * 30
               + (WS-TODAY-DAY - WS-AGE-DAY)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   ADD WS-PLN-UNPAID (WS-PLN-SUB) TO WS-BUCKET-CURRENT
               WHEN WS-AGE-DAYS < 60
                   ADD WS-PLN-UNPAID (WS-PLN-SUB) TO WS-BUCKET-30
               WHEN WS-AGE-DAYS < 90
                   ADD WS-PLN-UNPAID (WS-PLN-SUB) TO WS-BUCKET-60
               WHEN OTHER
                   ADD WS-PLN-UNPAID (WS-PLN-SUB) TO WS-BUCKET-90
           END-EVALUATE.

       END PROGRAM FEE-STATEMENT-RUN.
