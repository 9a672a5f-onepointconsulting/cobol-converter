      ******************************************************************
      * Copybook: GRADAUD.CPY
      * Purpose: Shared GRAD-AUDIT-RECORD layout for the keyed
      *          graduation-audit.txt - one record per '12 ' student
      *          the graduation audit last judged, keyed on
      *          STUDENT-ID, carrying whether the student met every
      *          graduation requirement, the credits earned and the
      *          date of the audit. Rebuilt by every GRADUATION-AUDIT
      *          run and read by STUDENT-ROLLOVER, which graduates
      *          only a student judged eligible.
      ******************************************************************
       01 GRAD-AUDIT-RECORD.
           05 GAU-STUDENT-ID PIC 9(5).
           05 GAU-ELIGIBLE-SW PIC X(1).
               88 GAU-ELIGIBLE VALUE 'Y'.
               88 GAU-NOT-ELIGIBLE VALUE 'N'.
           05 GAU-CREDITS PIC 9(3).
           05 GAU-AUDIT-DATE PIC 9(8).
