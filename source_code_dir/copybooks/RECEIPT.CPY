      ******************************************************************
      * Copybook: RECEIPT.CPY
      * Purpose: Shared RECEIPT-RECORD layout used by every program
      *          that reads or writes students-receipts.txt - one
      *          record per cashier receipt issued at the counter,
      *          keyed on the receipt number drawn from the
      *          receipts-nextno.txt counter. It carries the fee
      *          payment it receipts (STUDENT-ID and FEE-SEQ on
      *          students-fees.txt), the amount, how it was paid and
      *          the operator who took it. A voided receipt is never
      *          deleted: it is marked V with the date, the operator
      *          who voided it and the FEE-SEQ of the reversing
      *          charge posted against it.
      ******************************************************************
       01 RECEIPT-RECORD.
           05 RCP-NUMBER PIC 9(7).
           05 RCP-STUDENT-ID PIC 9(5).
           05 RCP-FEE-SEQ PIC 9(3).
           05 RCP-AMOUNT PIC 9(5)V99.
           05 RCP-METHOD PIC X(1).
               88 RCP-CASH VALUE 'C'.
               88 RCP-CHEQUE VALUE 'Q'.
               88 RCP-CARD VALUE 'K'.
               88 VALID-RCP-METHOD VALUES 'C' 'Q' 'K'.
           05 RCP-DATE PIC 9(8).
           05 RCP-TIME PIC 9(8).
           05 RCP-OPERATOR-ID PIC X(8).
           05 RCP-STATUS PIC X(1).
               88 RCP-ISSUED VALUE 'A'.
               88 RCP-VOIDED VALUE 'V'.
           05 RCP-VOID-DATE PIC 9(8).
           05 RCP-VOID-OPERATOR-ID PIC X(8).
           05 RCP-VOID-FEE-SEQ PIC 9(3).
