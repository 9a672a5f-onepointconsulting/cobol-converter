      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Maintenance loader for the textbook and library book
      *          master. Loads items-input.txt into the keyed
      *          library-items.txt file the way WRITE-COURSE-FILE
      *          loads the course catalog - one line per physical
      *          copy, giving the title code, the copy number stamped
      *          inside the cover, the title, T for a class textbook
      *          or L for a library book, and what the copy costs to
      *          replace. A new copy goes on the shelf available; a
      *          copy already on file has its title, kind and
      *          replacement cost REWRITEn in place, keeping whether
      *          it is out and who holds it. Issues and returns are
      *          posted by WRITE-LOAN-FILE, never here. A line that
      *          fails a check is rejected with a message.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-ITEM-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ITEMS ASSIGN TO 'library-items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEMS-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'items-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ITEMS.
           COPY LIBITEM.

      *    One line per copy - title code, copy number, title, kind
      *    and replacement cost.
           FD INPUT-CTL.
           01 IIT-ITEM-REC.
               05 IIT-TITLE-CODE PIC X(6).
               05 IIT-COPY-NO PIC 9(3).
               05 IIT-TITLE PIC X(30).
               05 IIT-KIND PIC X(1).
                   88 VALID-IIT-KIND VALUES 'T' 'L'.
               05 IIT-REPLACEMENT-COST PIC 9(3)V99.

           WORKING-STORAGE SECTION.
           01 WS-ITEMS-STATUS PIC X(2) VALUE '00'.
               88 WS-ITEMS-FILE-OK VALUE '00'.
               88 WS-ITEMS-FILE-NOT-FOUND VALUE '35'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.
           01 WS-INPUT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-INPUT-OPENED VALUE 'Y'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

           01 WS-ITEMS-WRITTEN PIC 9(5) COMP VALUE 0.
           01 WS-ITEMS-REPLACED PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-ITEMS-FILE
           PERFORM 1300-OPEN-INPUT-FILE
           PERFORM UNTIL WS-END-OF-INPUT-FILE
               READ INPUT-CTL
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       PERFORM 2000-WRITE-IF-VALID
               END-READ
           END-PERFORM
           IF WS-INPUT-OPENED
               CLOSE INPUT-CTL
           END-IF
           CLOSE ITEMS.
           DISPLAY 'ITEMS WRITTEN: ' WS-ITEMS-WRITTEN.
           DISPLAY 'ITEMS REPLACED: ' WS-ITEMS-REPLACED.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens library-items.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1000-OPEN-ITEMS-FILE.
           OPEN I-O ITEMS
           IF WS-ITEMS-FILE-NOT-FOUND
               OPEN OUTPUT ITEMS
               CLOSE ITEMS
               OPEN I-O ITEMS
           END-IF.

      ******************************************************************
      * Opens items-input.txt, the data-driven list of copies to
      * load this run. A missing input file just means nothing to
      * do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'ITEMS-INPUT.TXT NOT FOUND - NOTHING TO '
                   'LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           ELSE
               MOVE 'Y' TO WS-INPUT-OPEN-SW
           END-IF.

      ******************************************************************
      * Checks one input line and writes it as a new copy, or
      * REWRITEs a copy already on file. A copy with no title, no
      * kind the school knows or no replacement cost is rejected -
      * a leaver who kept it could never be charged for it.
      ******************************************************************
       2000-WRITE-IF-VALID.
           EVALUATE TRUE
               WHEN IIT-TITLE-CODE = SPACES
                   OR IIT-COPY-NO NOT NUMERIC
                   OR IIT-COPY-NO = 0
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ITEM ' IIT-TITLE-CODE '-' IIT-COPY-NO
                       ' HAS BLANK TITLE CODE OR INVALID COPY '
                       'NUMBER - RECORD REJECTED'
               WHEN IIT-TITLE = SPACES
                   OR NOT VALID-IIT-KIND
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ITEM ' IIT-TITLE-CODE '-' IIT-COPY-NO
                       ' HAS BLANK TITLE OR INVALID KIND '
                       IIT-KIND ' - RECORD REJECTED'
               WHEN IIT-REPLACEMENT-COST NOT NUMERIC
                   OR IIT-REPLACEMENT-COST = 0
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ITEM ' IIT-TITLE-CODE '-' IIT-COPY-NO
                       ' HAS INVALID REPLACEMENT COST - RECORD '
                       'REJECTED'
               WHEN OTHER
                   PERFORM 2100-APPLY-ITEM
           END-EVALUATE.

      ******************************************************************
      * Writes a new copy on the shelf, available, or REWRITEs the
      * title, kind and replacement cost of a copy already on file,
      * leaving its status and borrower as they are.
      ******************************************************************
       2100-APPLY-ITEM.
           MOVE IIT-TITLE-CODE TO ITM-TITLE-CODE
           MOVE IIT-COPY-NO TO ITM-COPY-NO
           READ ITEMS
               INVALID KEY
                   INITIALIZE LIBRARY-ITEM-FILE
                   MOVE IIT-TITLE-CODE TO ITM-TITLE-CODE
                   MOVE IIT-COPY-NO TO ITM-COPY-NO
                   MOVE IIT-TITLE TO ITM-TITLE
                   MOVE IIT-KIND TO ITM-KIND
                   MOVE IIT-REPLACEMENT-COST TO ITM-REPLACEMENT-COST
                   MOVE 'A' TO ITM-STATUS
                   MOVE 0 TO ITM-BORROWER-ID
                   WRITE LIBRARY-ITEM-FILE
                   ADD 1 TO WS-ITEMS-WRITTEN
               NOT INVALID KEY
                   MOVE IIT-TITLE TO ITM-TITLE
                   MOVE IIT-KIND TO ITM-KIND
                   MOVE IIT-REPLACEMENT-COST TO ITM-REPLACEMENT-COST
                   REWRITE LIBRARY-ITEM-FILE
                   ADD 1 TO WS-ITEMS-REPLACED
           END-READ.

       END PROGRAM WRITE-ITEM-FILE.
