      ******************************************************************
      * Copybook: TERMSTAT.CPY
      * Purpose: Shared TERM-STATUS-RECORD layout for the keyed
      *          term-status.txt - one record per GRD-TERM, stamped
      *          with the school year it was closed in, the date and
      *          the operator who closed it. A term is closed only
      *          for the school year it carries, so the same term
      *          number opens again with the next year's calendar
      *          without anyone having to reopen it; a term with no
      *          record on file is open.
      ******************************************************************
       01 TERM-STATUS-RECORD.
           05 TRM-TERM PIC 9(1).
           05 TRM-SCHOOL-YEAR PIC 9(4).
           05 TRM-STATUS PIC X(1).
               88 TRM-OPEN VALUE 'O'.
               88 TRM-CLOSED VALUE 'C'.
           05 TRM-STATUS-DATE PIC 9(8).
           05 TRM-OPERATOR-ID PIC X(8).
