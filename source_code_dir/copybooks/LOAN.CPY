      ******************************************************************
      * Copybook: LOAN.CPY
      * Purpose: Shared LOAN-FILE record layout used by every program
      *          that reads or writes students-loans.txt - one issue
      *          of a textbook or library book copy to a student,
      *          keyed on STUDENT-ID plus a sequence number so a
      *          student carries any number of loans. The loan stays
      *          out until the copy comes back, when the return date
      *          is stamped, or until SETTLE-WITHDRAWALS charges the
      *          family for a copy a leaver never returned.
      ******************************************************************
       01 LOAN-FILE.
           05 LON-KEY.
               10 LON-STUDENT-ID PIC 9(5).
               10 LON-SEQ PIC 9(3).
           05 LON-ITEM-KEY.
               10 LON-TITLE-CODE PIC X(6).
               10 LON-COPY-NO PIC 9(3).
           05 LON-ISSUE-DATE PIC 9(8).
           05 LON-DUE-DATE PIC 9(8).
           05 LON-RETURN-DATE PIC 9(8).
           05 LON-STATUS PIC X(1).
               88 LON-OUT VALUE 'O'.
               88 LON-RETURNED VALUE 'R'.
               88 LON-CHARGED VALUE 'C'.
