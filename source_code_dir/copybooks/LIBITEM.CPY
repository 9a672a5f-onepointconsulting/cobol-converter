      ******************************************************************
      * Copybook: LIBITEM.CPY
      * Purpose: Shared LIBRARY-ITEM-FILE record layout used by every
      *          program that reads or writes library-items.txt - the
      *          textbook and library book master, one record per
      *          physical copy, keyed on a six-character title code
      *          plus the copy number stamped inside the cover. Holds
      *          the title, whether the copy is a class textbook or a
      *          library book, what it costs to replace, whether it
      *          is on the shelf, out on loan or lost, and the
      *          STUDENT-ID holding it while it is out.
      ******************************************************************
       01 LIBRARY-ITEM-FILE.
           05 ITM-KEY.
               10 ITM-TITLE-CODE PIC X(6).
               10 ITM-COPY-NO PIC 9(3).
           05 ITM-TITLE PIC X(30).
           05 ITM-KIND PIC X(1).
               88 ITM-TEXTBOOK VALUE 'T'.
               88 ITM-LIBRARY-BOOK VALUE 'L'.
               88 VALID-ITM-KIND VALUES 'T' 'L'.
           05 ITM-REPLACEMENT-COST PIC 9(3)V99.
           05 ITM-STATUS PIC X(1).
               88 ITM-AVAILABLE VALUE 'A'.
               88 ITM-ON-LOAN VALUE 'O'.
               88 ITM-LOST VALUE 'L'.
           05 ITM-BORROWER-ID PIC 9(5).
