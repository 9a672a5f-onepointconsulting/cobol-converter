      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Nightly overdue-installment report off the keyed
      *          students-payplans.txt file, in the page-headed style
      *          of FEE-BALANCE-REPORT. For every student with an
      *          open plan the payments posted to students-fees.txt
      *          on or after the plan's set-up date are applied to
      *          the installments in order, oldest first, the same
      *          way FEE-STATEMENT-RUN ages a plan student; each
      *          installment past its due date with something still
      *          unpaid prints with its amount, the unpaid part and
      *          the days overdue. What is shown overdue for a
      *          student never exceeds the balance the ledger says
      *          is owed, so an account settled some other way drops
      *          off. Cancelled and closed installments are ignored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPLAN-OVERDUE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT FEES ASSIGN TO 'students-fees.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEES-STATUS.

               SELECT PAYPLANS ASSIGN TO 'students-payplans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PPL-KEY
               FILE STATUS IS WS-PAYPLANS-STATUS.

               SELECT OVERDUE-RPT ASSIGN TO 'payplan-overdue.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD FEES.
           COPY FEES.

           FD PAYPLANS.
           COPY PAYPLAN.

           FD OVERDUE-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
           01 WS-STUDENT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-STUDENT-OPENED VALUE 'Y'.

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.
           01 WS-FEES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-FEES-OPENED VALUE 'Y'.

           01 WS-PAYPLANS-STATUS PIC X(2) VALUE '00'.
               88 WS-PAYPLANS-FILE-OK VALUE '00'.
           01 WS-PAYPLANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-PAYPLANS-OPENED VALUE 'Y'.

           01 WS-PLAN-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-PLANS VALUE 'Y'.

           01 WS-FEES-EOF-SW PIC X(1).
               88 WS-END-OF-FEES VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TODAY-YEAR PIC 9(4).
               05 WS-TODAY-MONTH PIC 9(2).
               05 WS-TODAY-DAY PIC 9(2).

           01 WS-AGE-DATE PIC 9(8).
           01 WS-AGE-DATE-PARTS REDEFINES WS-AGE-DATE.
               05 WS-AGE-YEAR PIC 9(4).
               05 WS-AGE-MONTH PIC 9(2).
               05 WS-AGE-DAY PIC 9(2).
           01 WS-AGE-DAYS PIC S9(5) COMP.

      *    The current student's open installments in installment
      *    order, held until the STUDENT-ID changes on the plans file.
           01 WS-PLAN-STUDENT-ID PIC 9(5) VALUE 0.
           01 WS-PLAN-TABLE.
               05 WS-PLAN-ENTRY OCCURS 99 TIMES.
                   10 WS-PLN-INSTALLMENT PIC 9(2).
                   10 WS-PLN-DUE-DATE PIC 9(8).
                   10 WS-PLN-AMOUNT PIC 9(5)V99.
                   10 WS-PLN-UNPAID PIC S9(7)V99.
           01 WS-PLAN-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-PLN-SUB PIC 9(3) COMP.
           01 WS-PLAN-SET-UP-DATE PIC 9(8).

           01 WS-BALANCE PIC S9(7)V99.
           01 WS-PLAN-PAID PIC S9(7)V99.
           01 WS-PLAN-LEFT PIC S9(7)V99.

           01 WS-PLANS-REVIEWED PIC 9(5) COMP VALUE 0.
           01 WS-STUDENTS-OVERDUE PIC 9(5) COMP VALUE 0.
           01 WS-OVERDUE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-STUDENT-OVERDUE-SW PIC X(1).
               88 WS-STUDENT-IS-OVERDUE VALUE 'Y'.
           01 WS-TOTAL-UNPAID PIC S9(9)V99 VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 0.
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

           01 HDG-LINE-1.
               05 FILLER PIC X(24) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE 'OVERDUE PLAN INSTALLMENTS'.
               05 FILLER PIC X(17) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-LINE-2.
               05 FILLER PIC X(10) VALUE 'RUN DATE: '.
               05 HDG-DATE PIC 9(8).

           01 HDG-LINE-3.
               05 FILLER PIC X(7) VALUE 'STUDENT'.
               05 FILLER PIC X(22) VALUE 'NAME'.
               05 FILLER PIC X(5) VALUE 'INST'.
               05 FILLER PIC X(10) VALUE 'DUE DATE'.
               05 FILLER PIC X(11) VALUE '     AMOUNT'.
               05 FILLER PIC X(11) VALUE '     UNPAID'.
               05 FILLER PIC X(11) VALUE ' DAYS OVER'.

           01 DTL-LINE.
               05 DTL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-INSTALLMENT PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 DTL-DUE-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-AMOUNT PIC ZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-UNPAID PIC ZZ,ZZ9.99.
               05 FILLER PIC X(4) VALUE SPACES.
               05 DTL-DAYS PIC Z,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 DTL-FLAG PIC X(2).

           01 TOTAL-LINE-1.
               05 FILLER PIC X(30) VALUE 'PLANS REVIEWED: '.
               05 TTL-REVIEWED PIC ZZ,ZZ9.

           01 TOTAL-LINE-2.
               05 FILLER PIC X(30) VALUE 'STUDENTS OVERDUE: '.
               05 TTL-STUDENTS PIC ZZ,ZZ9.

           01 TOTAL-LINE-3.
               05 FILLER PIC X(30) VALUE 'INSTALLMENTS OVERDUE: '.
               05 TTL-INSTALLMENTS PIC ZZ,ZZ9.

           01 TOTAL-LINE-4.
               05 FILLER PIC X(30) VALUE 'TOTAL UNPAID OVERDUE: '.
               05 TTL-UNPAID PIC ZZZ,ZZZ,ZZ9.99.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT OVERDUE-RPT
           PERFORM 1000-OPEN-FILES
           IF WS-PAYPLANS-OPENED
               PERFORM UNTIL WS-END-OF-PLANS
                   READ PAYPLANS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PLAN-EOF-SW
                       NOT AT END
                           PERFORM 2000-HOLD-INSTALLMENT
                   END-READ
               END-PERFORM
               IF WS-PLAN-COUNT > 0
                   PERFORM 3000-CHECK-ONE-PLAN
               END-IF
               CLOSE PAYPLANS
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-PRINT-HEADER
           END-IF
           PERFORM 6000-PRINT-TOTALS
           IF WS-STUDENT-OPENED
               CLOSE STUDENT
           END-IF
           IF WS-FEES-OPENED
               CLOSE FEES
           END-IF
           CLOSE OVERDUE-RPT
           DISPLAY 'PLANS REVIEWED: ' WS-PLANS-REVIEWED
           DISPLAY 'INSTALLMENTS OVERDUE: ' WS-OVERDUE-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens the plans file and the two files looked up by key. No
      * plans on file just means an empty report; no fees on file
      * means nothing has been paid, so every due installment shows.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT PAYPLANS
           IF NOT WS-PAYPLANS-FILE-OK
               DISPLAY 'STUDENTS-PAYPLANS.TXT NOT FOUND - NO PLANS '
                   'TO REVIEW'
           ELSE
               MOVE 'Y' TO WS-PAYPLANS-OPEN-SW
           END-IF
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NAMES WILL BE '
                   'BLANK'
           ELSE
               MOVE 'Y' TO WS-STUDENT-OPEN-SW
           END-IF
           OPEN INPUT FEES
           IF NOT WS-FEES-FILE-OK
               DISPLAY 'STUDENTS-FEES.TXT NOT FOUND - NO PAYMENTS '
                   'ON FILE'
           ELSE
               MOVE 'Y' TO WS-FEES-OPEN-SW
           END-IF.

      ******************************************************************
      * Holds one installment read off the plans file. When the
      * STUDENT-ID changes the previous student's plan is checked
      * first. Only open installments are held.
      ******************************************************************
       2000-HOLD-INSTALLMENT.
           IF PPL-STUDENT-ID NOT = WS-PLAN-STUDENT-ID
               IF WS-PLAN-COUNT > 0
                   PERFORM 3000-CHECK-ONE-PLAN
               END-IF
               MOVE PPL-STUDENT-ID TO WS-PLAN-STUDENT-ID
               MOVE 0 TO WS-PLAN-COUNT
               MOVE 99999999 TO WS-PLAN-SET-UP-DATE
           END-IF
           IF PPL-OPEN AND WS-PLAN-COUNT < 99
               ADD 1 TO WS-PLAN-COUNT
               MOVE PPL-INSTALLMENT TO WS-PLN-INSTALLMENT
                   (WS-PLAN-COUNT)
               MOVE PPL-DUE-DATE TO WS-PLN-DUE-DATE (WS-PLAN-COUNT)
               MOVE PPL-AMOUNT TO WS-PLN-AMOUNT (WS-PLAN-COUNT)
               MOVE PPL-AMOUNT TO WS-PLN-UNPAID (WS-PLAN-COUNT)
               IF PPL-SET-UP-DATE < WS-PLAN-SET-UP-DATE
                   MOVE PPL-SET-UP-DATE TO WS-PLAN-SET-UP-DATE
               END-IF
           END-IF.

      ******************************************************************
      * Checks the plan held for WS-PLAN-STUDENT-ID: applies the
      * payments made since set-up to the installments in order and
      * prints each one past due with something left unpaid, capped
      * in all at the ledger balance.
      ******************************************************************
       3000-CHECK-ONE-PLAN.
           ADD 1 TO WS-PLANS-REVIEWED
           MOVE 'N' TO WS-STUDENT-OVERDUE-SW
           PERFORM 4000-SCAN-STUDENT-FEES
           MOVE SPACES TO NAME
           IF WS-STUDENT-OPENED
               MOVE WS-PLAN-STUDENT-ID TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       MOVE '** NOT ON ROSTER **' TO NAME
               END-READ
           END-IF
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
                       AND WS-PLAN-LEFT > 0
                   IF WS-PLN-UNPAID (WS-PLN-SUB) > WS-PLAN-LEFT
                       MOVE WS-PLAN-LEFT TO WS-PLN-UNPAID (WS-PLN-SUB)
                   END-IF
                   SUBTRACT WS-PLN-UNPAID (WS-PLN-SUB)
                       FROM WS-PLAN-LEFT
                   PERFORM 3100-PRINT-OVERDUE
               END-IF
           END-PERFORM
           IF WS-STUDENT-IS-OVERDUE
               ADD 1 TO WS-STUDENTS-OVERDUE
           END-IF.

      ******************************************************************
      * Prints the overdue installment at WS-PLN-SUB with its days
      * past due on the 30/360 convention FEE-STATEMENT-RUN ages by.
      * An installment 90 days or more overdue is starred.
      ******************************************************************
       3100-PRINT-OVERDUE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-PRINT-HEADER
           END-IF
           MOVE WS-PLN-DUE-DATE (WS-PLN-SUB) TO WS-AGE-DATE
           COMPUTE WS-AGE-DAYS =
               (WS-TODAY-YEAR - WS-AGE-YEAR) * 360
               + (WS-TODAY-MONTH - WS-AGE-MONTH) * 30
               + (WS-TODAY-DAY - WS-AGE-DAY)
           MOVE WS-PLAN-STUDENT-ID TO DTL-STUDENT-ID
           MOVE NAME TO DTL-NAME
           MOVE WS-PLN-INSTALLMENT (WS-PLN-SUB) TO DTL-INSTALLMENT
           MOVE WS-PLN-DUE-DATE (WS-PLN-SUB) TO DTL-DUE-DATE
           MOVE WS-PLN-AMOUNT (WS-PLN-SUB) TO DTL-AMOUNT
           MOVE WS-PLN-UNPAID (WS-PLN-SUB) TO DTL-UNPAID
           MOVE WS-AGE-DAYS TO DTL-DAYS
           IF WS-AGE-DAYS >= 90
               MOVE ' *' TO DTL-FLAG
           ELSE
               MOVE SPACES TO DTL-FLAG
           END-IF
           MOVE DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-OVERDUE-COUNT
           ADD WS-PLN-UNPAID (WS-PLN-SUB) TO WS-TOTAL-UNPAID
           MOVE 'Y' TO WS-STUDENT-OVERDUE-SW.

      ******************************************************************
      * Reads the student's fee transactions for the ledger balance
      * and the total paid on or after the plan's set-up date, less
      * any payment voided since set-up - VOID-RECEIPT posts the
      * reversal as a VOID RECEIPT charge.
      ******************************************************************
       4000-SCAN-STUDENT-FEES.
           MOVE 0 TO WS-BALANCE
           MOVE 0 TO WS-PLAN-PAID
           IF WS-FEES-OPENED
               MOVE 'N' TO WS-FEES-EOF-SW
           ELSE
               MOVE 'Y' TO WS-FEES-EOF-SW
           END-IF
           IF NOT WS-END-OF-FEES
               MOVE WS-PLAN-STUDENT-ID TO FEE-STUDENT-ID
               MOVE 0 TO FEE-SEQ
               START FEES KEY IS NOT LESS THAN FEE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FEES-EOF-SW
               END-START
           END-IF
           PERFORM UNTIL WS-END-OF-FEES
               READ FEES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FEES-EOF-SW
                   NOT AT END
                       IF FEE-STUDENT-ID = WS-PLAN-STUDENT-ID
                           IF FEE-CHARGE
                               ADD FEE-AMOUNT TO WS-BALANCE
                               IF FEE-DESCRIPTION (1:13) =
                                       'VOID RECEIPT '
                                   AND FEE-DATE >= WS-PLAN-SET-UP-DATE
                                   SUBTRACT FEE-AMOUNT FROM WS-PLAN-PAID
                               END-IF
                           ELSE
                               SUBTRACT FEE-AMOUNT FROM WS-BALANCE
                               IF FEE-DATE >= WS-PLAN-SET-UP-DATE
                                   ADD FEE-AMOUNT TO WS-PLAN-PAID
                               END-IF
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
      * Prints the page heading with the run date and the column
      * headings, and bumps the page number.
      ******************************************************************
       5000-PRINT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HDG-PAGE-NO
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TODAY TO HDG-DATE
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE 4 TO WS-LINE-COUNT.

      ******************************************************************
      * Prints the run totals at the foot of the report.
      ******************************************************************
       6000-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PLANS-REVIEWED TO TTL-REVIEWED
           MOVE TOTAL-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-STUDENTS-OVERDUE TO TTL-STUDENTS
           MOVE TOTAL-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OVERDUE-COUNT TO TTL-INSTALLMENTS
           MOVE TOTAL-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-UNPAID TO TTL-UNPAID
           MOVE TOTAL-LINE-4 TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM PAYPLAN-OVERDUE.
