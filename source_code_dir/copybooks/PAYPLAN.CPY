      ******************************************************************
      * Copybook: PAYPLAN.CPY
      * Purpose: Shared PAYMENT-PLAN-RECORD layout used by every
      *          program that reads or writes students-payplans.txt -
      *          the installment plans agreed with families, one
      *          record per installment keyed on STUDENT-ID plus the
      *          installment number, carrying its due date and
      *          amount. Installments are numbered in due-date order.
      *          Payments posted on students-fees.txt on or after the
      *          plan's set-up date are applied to the installments
      *          oldest first. A plan is OPEN until the office
      *          cancels it or SETTLE-WITHDRAWALS closes it when the
      *          account is settled; only OPEN installments count.
      ******************************************************************
       01 PAYMENT-PLAN-RECORD.
           05 PPL-KEY.
               10 PPL-STUDENT-ID PIC 9(5).
               10 PPL-INSTALLMENT PIC 9(2).
           05 PPL-DUE-DATE PIC 9(8).
           05 PPL-AMOUNT PIC 9(5)V99.
           05 PPL-SET-UP-DATE PIC 9(8).
           05 PPL-STATUS PIC X(1).
               88 PPL-OPEN VALUE 'O'.
               88 PPL-CANCELLED VALUE 'X'.
               88 PPL-CLOSED VALUE 'C'.
