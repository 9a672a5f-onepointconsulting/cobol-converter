      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: End-of-day cash-up report, so the cash drawer can be
      *          reconciled to the system before the office closes.
      *          Takes a date (YYYYMMDD) on the command line - none
      *          means today. Every receipt POST-FEE-FILE issued that
      *          day off students-receipts.txt is totalled by the
      *          operator who took it and by payment method - cash,
      *          cheque, card - net of any since voided, which are
      *          totalled in their own column. Every receipt voided
      *          that day by VOID-RECEIPT is listed with who took it
      *          and who voided it. The reconciliation page then ties
      *          the day's receipts to the FEE-PAYMENT records posted
      *          to students-fees.txt with that FEE-DATE - a counter
      *          payment is always posted with the day it was taken,
      *          the day its receipt carries. Each receipt must find
      *          its payment by fee key and amount, the
      *          payments with no receipt (bank lockbox, settlements,
      *          office adjustments) are shown apart, and the VOID
      *          RECEIPT reversals posted that day must equal the
      *          voids listed. A receipt with no matching payment is
      *          listed as an exception and the day is reported OUT
      *          OF BALANCE with return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-UP-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIPTS ASSIGN TO 'students-receipts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCP-NUMBER
               FILE STATUS IS WS-RECEIPTS-STATUS.

               SELECT FEES ASSIGN TO 'students-fees.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEES-STATUS.

               SELECT CASHUP-RPT ASSIGN TO 'cash-up.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD RECEIPTS.
           COPY RECEIPT.

           FD FEES.
           COPY FEES.

           FD CASHUP-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(8).

           01 WS-RECEIPTS-STATUS PIC X(2) VALUE '00'.
               88 WS-RECEIPTS-FILE-OK VALUE '00'.

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.

           01 WS-RECEIPTS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-RECEIPTS VALUE 'Y'.

           01 WS-FEES-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-FEES VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-CASHUP-DATE PIC 9(8).

      *    The day's takings by operator - net of voids by method,
      *    with the voided amount apart.
           01 WS-OPERATOR-TABLE.
               05 WS-OPR-ENTRY OCCURS 50 TIMES.
                   10 WS-OPR-ID PIC X(8).
                   10 WS-OPR-COUNT PIC 9(5) COMP.
                   10 WS-OPR-CASH PIC S9(7)V99.
                   10 WS-OPR-CHEQUE PIC S9(7)V99.
                   10 WS-OPR-CARD PIC S9(7)V99.
                   10 WS-OPR-VOIDED PIC S9(7)V99.
           01 WS-OPR-COUNT-USED PIC 9(3) COMP VALUE 0.
           01 WS-OPR-SUB PIC 9(3) COMP.
           01 WS-OPR-FOUND-SUB PIC 9(3) COMP.

      *    Every receipt issued on the day, for matching against the
      *    day's payments on the ledger.
           01 WS-DAY-RECEIPT-TABLE.
               05 WS-DRC-ENTRY OCCURS 2000 TIMES.
                   10 WS-DRC-NUMBER PIC 9(7).
                   10 WS-DRC-STUDENT-ID PIC 9(5).
                   10 WS-DRC-FEE-SEQ PIC 9(3).
                   10 WS-DRC-AMOUNT PIC 9(5)V99.
                   10 WS-DRC-MATCHED-SW PIC X(1).
           01 WS-DRC-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-DRC-SUB PIC 9(5) COMP.
           01 WS-DRC-FOUND-SW PIC X(1).
               88 WS-DRC-FOUND VALUE 'Y'.

      *    Every receipt voided on the day, whenever it was issued.
           01 WS-VOID-TABLE.
               05 WS-VOD-ENTRY OCCURS 500 TIMES.
                   10 WS-VOD-NUMBER PIC 9(7).
                   10 WS-VOD-STUDENT-ID PIC 9(5).
                   10 WS-VOD-AMOUNT PIC 9(5)V99.
                   10 WS-VOD-METHOD PIC X(1).
                   10 WS-VOD-DATE PIC 9(8).
                   10 WS-VOD-OPERATOR-ID PIC X(8).
                   10 WS-VOD-VOID-OPERATOR-ID PIC X(8).
                   10 WS-VOD-FEE-SEQ PIC 9(3).
           01 WS-VOID-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-VOD-SUB PIC 9(5) COMP.

           01 WS-TABLE-FULL-SW PIC X(1) VALUE 'N'.
               88 WS-TABLE-FULL VALUE 'Y'.

           01 WS-TOTAL-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-TOTAL-CASH PIC S9(9)V99 VALUE 0.
           01 WS-TOTAL-CHEQUE PIC S9(9)V99 VALUE 0.
           01 WS-TOTAL-CARD PIC S9(9)V99 VALUE 0.
           01 WS-TOTAL-VOIDED PIC S9(9)V99 VALUE 0.
           01 WS-GROSS-RECEIPTS PIC S9(9)V99 VALUE 0.
           01 WS-VOIDS-LISTED PIC S9(9)V99 VALUE 0.

           01 WS-PAYMENTS-TOTAL PIC S9(9)V99 VALUE 0.
           01 WS-PAYMENTS-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-RECEIPTED-TOTAL PIC S9(9)V99 VALUE 0.
           01 WS-RECEIPTED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-OTHER-TOTAL PIC S9(9)V99 VALUE 0.
           01 WS-OTHER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REVERSAL-TOTAL PIC S9(9)V99 VALUE 0.
           01 WS-REVERSAL-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-DIFFERENCE PIC S9(9)V99 VALUE 0.

           01 HDG-LINE-1.
               05 FILLER PIC X(28) VALUE SPACES.
               05 FILLER PIC X(30) VALUE 'END-OF-DAY CASH-UP'.

           01 HDG-LINE-2.
               05 FILLER PIC X(14) VALUE 'CASH-UP DATE: '.
               05 HDG-DATE PIC 9(8).
               05 FILLER PIC X(14) VALUE '    RUN DATE: '.
               05 HDG-RUN-DATE PIC 9(8).

           01 SECTION-LINE.
               05 SEC-TITLE PIC X(40).

           01 OPR-HDG-LINE.
               05 FILLER PIC X(10) VALUE 'OPERATOR'.
               05 FILLER PIC X(7) VALUE '  RCPTS'.
               05 FILLER PIC X(13) VALUE '         CASH'.
               05 FILLER PIC X(13) VALUE '       CHEQUE'.
               05 FILLER PIC X(13) VALUE '         CARD'.
               05 FILLER PIC X(13) VALUE '       VOIDED'.

           01 OPR-DTL-LINE.
               05 OPD-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 OPD-COUNT PIC Z,ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 OPD-CASH PIC Z,ZZZ,ZZ9.99-.
               05 OPD-CHEQUE PIC Z,ZZZ,ZZ9.99-.
               05 OPD-CARD PIC Z,ZZZ,ZZ9.99-.
               05 OPD-VOIDED PIC Z,ZZZ,ZZ9.99-.

           01 VOD-HDG-LINE.
               05 FILLER PIC X(9) VALUE 'RECEIPT'.
               05 FILLER PIC X(7) VALUE 'STUDNT'.
               05 FILLER PIC X(11) VALUE '     AMOUNT'.
               05 FILLER PIC X(8) VALUE ' METHOD'.
               05 FILLER PIC X(10) VALUE 'TAKEN ON'.
               05 FILLER PIC X(10) VALUE 'TAKEN BY'.
               05 FILLER PIC X(10) VALUE 'VOIDED BY'.
               05 FILLER PIC X(7) VALUE 'REV SEQ'.

           01 VOD-DTL-LINE.
               05 VDL-NUMBER PIC 9(7).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VDL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VDL-AMOUNT PIC ZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 VDL-METHOD PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VDL-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VDL-OPERATOR-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VDL-VOID-OPERATOR-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VDL-FEE-SEQ PIC 9(3).

           01 NONE-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 NONE-TEXT PIC X(40).

           01 EXC-DTL-LINE.
               05 FILLER PIC X(10) VALUE 'RECEIPT '.
               05 EXL-NUMBER PIC 9(7).
               05 FILLER PIC X(14) VALUE '  STUDENT-ID: '.
               05 EXL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(7) VALUE '  SEQ: '.
               05 EXL-FEE-SEQ PIC 9(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 EXL-AMOUNT PIC ZZ,ZZ9.99.
               05 FILLER PIC X(20) VALUE '  NO PAYMENT POSTED'.

           01 REC-LINE.
               05 REC-LABEL PIC X(40).
               05 REC-COUNT PIC ZZ,ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REC-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

           01 REC-STATUS-LINE.
               05 FILLER PIC X(40) VALUE SPACES.
               05 REC-STATUS PIC X(20).

           01 SIGN-LINE-1.
               05 FILLER PIC X(20) VALUE 'DRAWER COUNTED BY: '.
               05 FILLER PIC X(20) VALUE ALL '_'.
               05 FILLER PIC X(8) VALUE '  DATE: '.
               05 FILLER PIC X(10) VALUE ALL '_'.

           01 SIGN-LINE-2.
               05 FILLER PIC X(20) VALUE 'CHECKED BY: '.
               05 FILLER PIC X(20) VALUE ALL '_'.
               05 FILLER PIC X(8) VALUE '  DATE: '.
               05 FILLER PIC X(10) VALUE ALL '_'.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT CMDLINE FROM COMMAND-LINE
           IF CMDLINE = SPACE OR LOW-VALUE
               MOVE WS-TODAY TO WS-CASHUP-DATE
           ELSE
               MOVE CMDLINE TO WS-CASHUP-DATE
           END-IF

           OPEN INPUT RECEIPTS
           IF NOT WS-RECEIPTS-FILE-OK
               DISPLAY 'STUDENTS-RECEIPTS.TXT NOT FOUND - NO '
                   'RECEIPTS ON FILE'
           ELSE
               PERFORM UNTIL WS-END-OF-RECEIPTS
                   READ RECEIPTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RECEIPTS-EOF-SW
                       NOT AT END
                           PERFORM 1000-TAKE-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPTS
           END-IF

           OPEN INPUT FEES
           IF NOT WS-FEES-FILE-OK
               DISPLAY 'STUDENTS-FEES.TXT NOT FOUND - NO PAYMENTS '
                   'ON FILE'
           ELSE
               PERFORM UNTIL WS-END-OF-FEES
                   READ FEES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FEES-EOF-SW
                       NOT AT END
                           IF FEE-DATE = WS-CASHUP-DATE
                               PERFORM 2000-TAKE-ONE-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEES
           END-IF

           OPEN OUTPUT CASHUP-RPT
           PERFORM 3000-WRITE-OPERATOR-TOTALS
           PERFORM 4000-WRITE-VOIDS
           PERFORM 5000-WRITE-RECONCILIATION
           CLOSE CASHUP-RPT

           IF WS-TABLE-FULL
               DISPLAY 'CASH-UP TABLES FULL - REPORT INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DIFFERENCE NOT = 0 OR WS-EXCEPTION-COUNT > 0
               DISPLAY 'CASH-UP OUT OF BALANCE - SEE CASH-UP.RPT'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'RECEIPTS TAKEN: ' WS-TOTAL-COUNT
           DISPLAY 'RECEIPTS VOIDED: ' WS-VOID-COUNT.
       STOP RUN.

      ******************************************************************
      * Takes one receipt off the file: one issued on the cash-up
      * date goes into its operator's totals and the matching table;
      * one voided on the cash-up date goes on the void list.
      ******************************************************************
       1000-TAKE-ONE-RECEIPT.
           IF RCP-DATE = WS-CASHUP-DATE
               PERFORM 1100-ADD-TO-OPERATOR
               IF WS-DRC-COUNT < 2000
                   ADD 1 TO WS-DRC-COUNT
                   MOVE RCP-NUMBER TO WS-DRC-NUMBER (WS-DRC-COUNT)
                   MOVE RCP-STUDENT-ID
                       TO WS-DRC-STUDENT-ID (WS-DRC-COUNT)
                   MOVE RCP-FEE-SEQ TO WS-DRC-FEE-SEQ (WS-DRC-COUNT)
                   MOVE RCP-AMOUNT TO WS-DRC-AMOUNT (WS-DRC-COUNT)
                   MOVE 'N' TO WS-DRC-MATCHED-SW (WS-DRC-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
               ADD RCP-AMOUNT TO WS-GROSS-RECEIPTS
           END-IF
           IF RCP-VOIDED AND RCP-VOID-DATE = WS-CASHUP-DATE
               IF WS-VOID-COUNT < 500
                   ADD 1 TO WS-VOID-COUNT
                   MOVE RCP-NUMBER TO WS-VOD-NUMBER (WS-VOID-COUNT)
                   MOVE RCP-STUDENT-ID
                       TO WS-VOD-STUDENT-ID (WS-VOID-COUNT)
                   MOVE RCP-AMOUNT TO WS-VOD-AMOUNT (WS-VOID-COUNT)
                   MOVE RCP-METHOD TO WS-VOD-METHOD (WS-VOID-COUNT)
                   MOVE RCP-DATE TO WS-VOD-DATE (WS-VOID-COUNT)
                   MOVE RCP-OPERATOR-ID
                       TO WS-VOD-OPERATOR-ID (WS-VOID-COUNT)
                   MOVE RCP-VOID-OPERATOR-ID
                       TO WS-VOD-VOID-OPERATOR-ID (WS-VOID-COUNT)
                   MOVE RCP-VOID-FEE-SEQ
                       TO WS-VOD-FEE-SEQ (WS-VOID-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
               ADD RCP-AMOUNT TO WS-VOIDS-LISTED
           END-IF.

      ******************************************************************
      * Adds the receipt just read to the totals of the operator who
      * took it - under its payment method while it stands, under
      * voided once it has been voided.
      ******************************************************************
       1100-ADD-TO-OPERATOR.
           MOVE 0 TO WS-OPR-FOUND-SUB
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT-USED
                      OR WS-OPR-FOUND-SUB > 0
               IF WS-OPR-ID (WS-OPR-SUB) = RCP-OPERATOR-ID
                   MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-OPR-FOUND-SUB = 0
               IF WS-OPR-COUNT-USED < 50
                   ADD 1 TO WS-OPR-COUNT-USED
                   MOVE WS-OPR-COUNT-USED TO WS-OPR-FOUND-SUB
                   MOVE RCP-OPERATOR-ID TO WS-OPR-ID (WS-OPR-FOUND-SUB)
                   MOVE 0 TO WS-OPR-COUNT (WS-OPR-FOUND-SUB)
                   MOVE 0 TO WS-OPR-CASH (WS-OPR-FOUND-SUB)
                   MOVE 0 TO WS-OPR-CHEQUE (WS-OPR-FOUND-SUB)
                   MOVE 0 TO WS-OPR-CARD (WS-OPR-FOUND-SUB)
                   MOVE 0 TO WS-OPR-VOIDED (WS-OPR-FOUND-SUB)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF
           IF WS-OPR-FOUND-SUB > 0
               ADD 1 TO WS-OPR-COUNT (WS-OPR-FOUND-SUB)
               EVALUATE TRUE
                   WHEN RCP-VOIDED
                       ADD RCP-AMOUNT
                           TO WS-OPR-VOIDED (WS-OPR-FOUND-SUB)
                   WHEN RCP-CASH
                       ADD RCP-AMOUNT TO WS-OPR-CASH (WS-OPR-FOUND-SUB)
                   WHEN RCP-CHEQUE
                       ADD RCP-AMOUNT
                           TO WS-OPR-CHEQUE (WS-OPR-FOUND-SUB)
                   WHEN OTHER
                       ADD RCP-AMOUNT TO WS-OPR-CARD (WS-OPR-FOUND-SUB)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Takes one ledger transaction dated the cash-up date: a
      * payment is matched to the day's receipt for its fee key and
      * amount, or counted as not receipted; a VOID RECEIPT charge is
      * counted as a reversal.
      ******************************************************************
       2000-TAKE-ONE-FEE.
           IF FEE-PAYMENT
               ADD 1 TO WS-PAYMENTS-COUNT
               ADD FEE-AMOUNT TO WS-PAYMENTS-TOTAL
               MOVE 'N' TO WS-DRC-FOUND-SW
               PERFORM VARYING WS-DRC-SUB FROM 1 BY 1
                       UNTIL WS-DRC-SUB > WS-DRC-COUNT
                          OR WS-DRC-FOUND
                   IF WS-DRC-STUDENT-ID (WS-DRC-SUB) = FEE-STUDENT-ID
                           AND WS-DRC-FEE-SEQ (WS-DRC-SUB) = FEE-SEQ
                           AND WS-DRC-AMOUNT (WS-DRC-SUB) = FEE-AMOUNT
                       MOVE 'Y' TO WS-DRC-MATCHED-SW (WS-DRC-SUB)
                       MOVE 'Y' TO WS-DRC-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-DRC-FOUND
                   ADD 1 TO WS-RECEIPTED-COUNT
                   ADD FEE-AMOUNT TO WS-RECEIPTED-TOTAL
               ELSE
                   ADD 1 TO WS-OTHER-COUNT
                   ADD FEE-AMOUNT TO WS-OTHER-TOTAL
               END-IF
           ELSE
               IF FEE-DESCRIPTION (1:13) = 'VOID RECEIPT '
                   ADD 1 TO WS-REVERSAL-COUNT
                   ADD FEE-AMOUNT TO WS-REVERSAL-TOTAL
               END-IF
           END-IF.

      ******************************************************************
      * Writes the report heading and the day's takings by operator
      * with the grand totals by method.
      ******************************************************************
       3000-WRITE-OPERATOR-TOTALS.
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CASHUP-DATE TO HDG-DATE
           MOVE WS-TODAY TO HDG-RUN-DATE
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RECEIPTS BY OPERATOR AND METHOD' TO SEC-TITLE
           MOVE SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE OPR-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-OPR-COUNT-USED = 0
               MOVE 'NO RECEIPTS ISSUED' TO NONE-TEXT
               MOVE NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT-USED
               MOVE WS-OPR-ID (WS-OPR-SUB) TO OPD-ID
               IF WS-OPR-ID (WS-OPR-SUB) = SPACES
                   MOVE '(NONE)' TO OPD-ID
               END-IF
               MOVE WS-OPR-COUNT (WS-OPR-SUB) TO OPD-COUNT
               MOVE WS-OPR-CASH (WS-OPR-SUB) TO OPD-CASH
               MOVE WS-OPR-CHEQUE (WS-OPR-SUB) TO OPD-CHEQUE
               MOVE WS-OPR-CARD (WS-OPR-SUB) TO OPD-CARD
               MOVE WS-OPR-VOIDED (WS-OPR-SUB) TO OPD-VOIDED
               MOVE OPR-DTL-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD WS-OPR-COUNT (WS-OPR-SUB) TO WS-TOTAL-COUNT
               ADD WS-OPR-CASH (WS-OPR-SUB) TO WS-TOTAL-CASH
               ADD WS-OPR-CHEQUE (WS-OPR-SUB) TO WS-TOTAL-CHEQUE
               ADD WS-OPR-CARD (WS-OPR-SUB) TO WS-TOTAL-CARD
               ADD WS-OPR-VOIDED (WS-OPR-SUB) TO WS-TOTAL-VOIDED
           END-PERFORM
           MOVE 'TOTAL' TO OPD-ID
           MOVE WS-TOTAL-COUNT TO OPD-COUNT
           MOVE WS-TOTAL-CASH TO OPD-CASH
           MOVE WS-TOTAL-CHEQUE TO OPD-CHEQUE
           MOVE WS-TOTAL-CARD TO OPD-CARD
           MOVE WS-TOTAL-VOIDED TO OPD-VOIDED
           MOVE OPR-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Lists every receipt voided on the cash-up date.
      ******************************************************************
       4000-WRITE-VOIDS.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'VOIDED RECEIPTS' TO SEC-TITLE
           MOVE SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE VOD-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-VOID-COUNT = 0
               MOVE 'NO RECEIPTS VOIDED' TO NONE-TEXT
               MOVE NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-VOD-SUB FROM 1 BY 1
                   UNTIL WS-VOD-SUB > WS-VOID-COUNT
               MOVE WS-VOD-NUMBER (WS-VOD-SUB) TO VDL-NUMBER
               MOVE WS-VOD-STUDENT-ID (WS-VOD-SUB) TO VDL-STUDENT-ID
               MOVE WS-VOD-AMOUNT (WS-VOD-SUB) TO VDL-AMOUNT
               EVALUATE WS-VOD-METHOD (WS-VOD-SUB)
                   WHEN 'C'
                       MOVE 'CASH' TO VDL-METHOD
                   WHEN 'Q'
                       MOVE 'CHEQUE' TO VDL-METHOD
                   WHEN OTHER
                       MOVE 'CARD' TO VDL-METHOD
               END-EVALUATE
               MOVE WS-VOD-DATE (WS-VOD-SUB) TO VDL-DATE
               MOVE WS-VOD-OPERATOR-ID (WS-VOD-SUB) TO VDL-OPERATOR-ID
               MOVE WS-VOD-VOID-OPERATOR-ID (WS-VOD-SUB)
                   TO VDL-VOID-OPERATOR-ID
               MOVE WS-VOD-FEE-SEQ (WS-VOD-SUB) TO VDL-FEE-SEQ
               MOVE VOD-DTL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

      ******************************************************************
      * Writes the reconciliation of the day's receipts to the
      * FEE-PAYMENT records posted with the cash-up date, lists any
      * receipt with no matching payment, and closes with the
      * drawer sign-off lines.
      ******************************************************************
       5000-WRITE-RECONCILIATION.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RECONCILIATION TO LEDGER PAYMENTS' TO SEC-TITLE
           MOVE SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'RECEIPTS ISSUED (BEFORE VOIDS)' TO REC-LABEL
           MOVE WS-DRC-COUNT TO REC-COUNT
           MOVE WS-GROSS-RECEIPTS TO REC-AMOUNT
           MOVE REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'FEE PAYMENTS POSTED ON THE DAY' TO REC-LABEL
           MOVE WS-PAYMENTS-COUNT TO REC-COUNT
           MOVE WS-PAYMENTS-TOTAL TO REC-AMOUNT
           MOVE REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  OF WHICH RECEIPTED' TO REC-LABEL
           MOVE WS-RECEIPTED-COUNT TO REC-COUNT
           MOVE WS-RECEIPTED-TOTAL TO REC-AMOUNT
           MOVE REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  OF WHICH NOT RECEIPTED (BANK/OTHER)' TO REC-LABEL
           MOVE WS-OTHER-COUNT TO REC-COUNT
           MOVE WS-OTHER-TOTAL TO REC-AMOUNT
           MOVE REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'VOID REVERSALS POSTED ON THE DAY' TO REC-LABEL
           MOVE WS-REVERSAL-COUNT TO REC-COUNT
           MOVE WS-REVERSAL-TOTAL TO REC-AMOUNT
           MOVE REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RECEIPTS VOIDED ON THE DAY' TO REC-LABEL
           MOVE WS-VOID-COUNT TO REC-COUNT
           MOVE WS-VOIDS-LISTED TO REC-AMOUNT
           MOVE REC-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-DRC-SUB FROM 1 BY 1
                   UNTIL WS-DRC-SUB > WS-DRC-COUNT
               IF WS-DRC-MATCHED-SW (WS-DRC-SUB) = 'N'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-DRC-NUMBER (WS-DRC-SUB) TO EXL-NUMBER
                   MOVE WS-DRC-STUDENT-ID (WS-DRC-SUB)
                       TO EXL-STUDENT-ID
                   MOVE WS-DRC-FEE-SEQ (WS-DRC-SUB) TO EXL-FEE-SEQ
                   MOVE WS-DRC-AMOUNT (WS-DRC-SUB) TO EXL-AMOUNT
                   MOVE EXC-DTL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM

           COMPUTE WS-DIFFERENCE = WS-GROSS-RECEIPTS
               - WS-RECEIPTED-TOTAL
               + WS-REVERSAL-TOTAL - WS-VOIDS-LISTED
           MOVE 'DIFFERENCE' TO REC-LABEL
           MOVE WS-EXCEPTION-COUNT TO REC-COUNT
           MOVE WS-DIFFERENCE TO REC-AMOUNT
           MOVE REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-DIFFERENCE = 0 AND WS-EXCEPTION-COUNT = 0
               MOVE 'IN BALANCE' TO REC-STATUS
           ELSE
               MOVE '** OUT OF BALANCE **' TO REC-STATUS
           END-IF
           MOVE REC-STATUS-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NET DRAWER (CASH + CHEQUE + CARD)' TO REC-LABEL
           MOVE WS-TOTAL-COUNT TO REC-COUNT
           COMPUTE REC-AMOUNT = WS-TOTAL-CASH + WS-TOTAL-CHEQUE
               + WS-TOTAL-CARD
           MOVE REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SIGN-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SIGN-LINE-2 TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM CASH-UP-REPORT.
