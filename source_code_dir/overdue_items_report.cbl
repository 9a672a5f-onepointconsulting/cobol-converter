      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Print the textbooks and library books overdue,
      *          grouped by CLASS-NAME in the page-headed style of
      *          EMERGENCY-CONTACT-RPT, so form tutors can chase
      *          them up in class. Every loan on the keyed
      *          students-loans.txt still out past its due date is
      *          listed against its active student with the copy,
      *          its title, the due date and the days overdue,
      *          counted on the same 30/360 convention as
      *          PAYPLAN-OVERDUE-REPORT. A leaver's copies are not
      *          listed here - SETTLE-WITHDRAWALS puts them on the
      *          family's final bill. The grand total carries what
      *          the overdue copies would cost to replace.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDUE-ITEMS-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT LOANS ASSIGN TO 'students-loans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LON-KEY
               FILE STATUS IS WS-LOANS-STATUS.

               SELECT ITEMS ASSIGN TO 'library-items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEMS-STATUS.

               SELECT SORT-WORK ASSIGN TO 'overduewk.tmp'.

               SELECT SORTED-LOAN ASSIGN TO 'overduesort.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OVERDUE-RPT ASSIGN TO 'overdue-items.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD LOANS.
           COPY LOAN.

           FD ITEMS.
           COPY LIBITEM.

           SD SORT-WORK.
           01 SW-LOAN-REC.
               05 SW-CLASS-NAME PIC X(3).
               05 SW-STUDENT-ID PIC 9(5).
               05 SW-ITEM-KEY PIC X(9).
               05 SW-NAME PIC A(25).
               05 SW-TITLE PIC X(30).
               05 SW-DUE-DATE PIC 9(8).
               05 SW-REPLACEMENT-COST PIC 9(3)V99.

           FD SORTED-LOAN.
           01 SORTED-LOAN-REC.
               05 SS-CLASS-NAME PIC X(3).
               05 SS-STUDENT-ID PIC 9(5).
               05 SS-ITEM-KEY.
                   10 SS-TITLE-CODE PIC X(6).
                   10 SS-COPY-NO PIC 9(3).
               05 SS-NAME PIC A(25).
               05 SS-TITLE PIC X(30).
               05 SS-DUE-DATE PIC 9(8).
               05 SS-DUE-PARTS REDEFINES SS-DUE-DATE.
                   10 SS-DUE-YEAR PIC 9(4).
                   10 SS-DUE-MONTH PIC 9(2).
                   10 SS-DUE-DAY PIC 9(2).
               05 SS-REPLACEMENT-COST PIC 9(3)V99.

           FD OVERDUE-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
           01 WS-STUDENT-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-STUDENT-OPENED VALUE 'Y'.

           01 WS-LOANS-STATUS PIC X(2) VALUE '00'.
               88 WS-LOANS-FILE-OK VALUE '00'.
           01 WS-LOANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-LOANS-OPENED VALUE 'Y'.

           01 WS-ITEMS-STATUS PIC X(2) VALUE '00'.
               88 WS-ITEMS-FILE-OK VALUE '00'.
           01 WS-ITEMS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ITEMS-OPENED VALUE 'Y'.

           01 WS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORTED-FILE VALUE 'Y'.

           01 WS-LOAN-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-LOANS VALUE 'Y'.

           01 WS-FIRST-REC-SW PIC X(1) VALUE 'Y'.
               88 WS-FIRST-RECORD VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TODAY-YEAR PIC 9(4).
               05 WS-TODAY-MONTH PIC 9(2).
               05 WS-TODAY-DAY PIC 9(2).

           01 WS-DAYS-OVERDUE PIC S9(5) COMP.

           01 WS-PREV-CLASS PIC X(3) VALUE SPACES.
           01 WS-CLASS-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-GRAND-TOTAL PIC 9(5) COMP VALUE 0.
           01 WS-GRAND-VALUE PIC 9(7)V99 VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 0.
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

           01 HDG-LINE-1.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(35)
                   VALUE 'OVERDUE TEXTBOOKS AND LIBRARY BOOKS'.
               05 FILLER PIC X(15) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'PAGE '.
               05 HDG-PAGE-NO PIC ZZ9.

           01 HDG-LINE-2.
               05 FILLER PIC X(10) VALUE 'CLASS: '.
               05 HDG-CLASS-NAME PIC X(3).

           01 HDG-LINE-3.
               05 FILLER PIC X(6) VALUE 'ID'.
               05 FILLER PIC X(26) VALUE 'NAME'.
               05 FILLER PIC X(11) VALUE 'COPY'.
               05 FILLER PIC X(19) VALUE 'TITLE'.
               05 FILLER PIC X(9) VALUE 'DUE'.
               05 FILLER PIC X(5) VALUE 'DAYS'.

           01 DTL-LINE.
               05 DTL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-NAME PIC A(25).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-TITLE-CODE PIC X(6).
               05 FILLER PIC X(1) VALUE '-'.
               05 DTL-COPY-NO PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-TITLE PIC X(18).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-DUE-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-DAYS PIC ZZZZ9.

           01 CLASS-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'OVERDUE IN CLASS: '.
               05 CTL-COUNT PIC ZZ,ZZ9.

           01 GRAND-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'GRAND TOTAL: '.
               05 GTL-COUNT PIC ZZ,ZZ9.

           01 GRAND-VALUE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE 'REPLACEMENT VALUE: '.
               05 GVL-VALUE PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           SORT SORT-WORK ON ASCENDING KEY SW-CLASS-NAME SW-STUDENT-ID
                   SW-ITEM-KEY
               INPUT PROCEDURE IS 2000-SELECT-OVERDUE-LOANS
               GIVING SORTED-LOAN
           OPEN OUTPUT OVERDUE-RPT
           OPEN INPUT SORTED-LOAN
           PERFORM UNTIL WS-END-OF-SORTED-FILE
               READ SORTED-LOAN
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 3000-PROCESS-RECORD
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 4000-PRINT-CLASS-TOTAL
           END-IF
           MOVE WS-GRAND-TOTAL TO GTL-COUNT
           MOVE GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GRAND-VALUE TO GVL-VALUE
           MOVE GRAND-VALUE-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE SORTED-LOAN
           CLOSE OVERDUE-RPT
       STOP RUN.

      ******************************************************************
      * Confirms students.txt and students-loans.txt exist before
      * attempting the sort - with either missing nothing can be
      * overdue and the report comes out empty. A missing item
      * master just leaves the titles blank.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO REPORT'
           ELSE
               MOVE 'Y' TO WS-STUDENT-OPEN-SW
           END-IF
           OPEN INPUT LOANS
           IF NOT WS-LOANS-FILE-OK
               DISPLAY 'STUDENTS-LOANS.TXT NOT FOUND - NOTHING TO '
                   'REPORT'
           ELSE
               MOVE 'Y' TO WS-LOANS-OPEN-SW
           END-IF
           OPEN INPUT ITEMS
           IF NOT WS-ITEMS-FILE-OK
               DISPLAY 'LIBRARY-ITEMS.TXT NOT FOUND - TITLES NOT '
                   'PRINTED'
           ELSE
               MOVE 'Y' TO WS-ITEMS-OPEN-SW
           END-IF.

      ******************************************************************
      * SORT input procedure: feeds every loan still out past its
      * due date, for a student still on the active roster, to the
      * sort step.
      ******************************************************************
       2000-SELECT-OVERDUE-LOANS.
           IF WS-STUDENT-OPENED AND WS-LOANS-OPENED
               PERFORM UNTIL WS-END-OF-LOANS
                   READ LOANS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF-SW
                       NOT AT END
                           IF LON-OUT AND LON-DUE-DATE < WS-TODAY
                               PERFORM 2100-CHECK-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-STUDENT-OPENED
               CLOSE STUDENT
           END-IF
           IF WS-LOANS-OPENED
               CLOSE LOANS
           END-IF
           IF WS-ITEMS-OPENED
               CLOSE ITEMS
           END-IF.

      ******************************************************************
      * Reads the loan's student and copy by key, releasing the
      * loan when the student is still active.
      ******************************************************************
       2100-CHECK-ONE-LOAN.
           MOVE LON-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STUDENT-ACTIVE
                       MOVE SPACES TO SW-TITLE
                       MOVE 0 TO SW-REPLACEMENT-COST
                       IF WS-ITEMS-OPENED
                           MOVE LON-ITEM-KEY TO ITM-KEY
                           READ ITEMS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE ITM-TITLE TO SW-TITLE
                                   MOVE ITM-REPLACEMENT-COST
                                       TO SW-REPLACEMENT-COST
                           END-READ
                       END-IF
                       MOVE CLASS-NAME TO SW-CLASS-NAME
                       MOVE STUDENT-ID TO SW-STUDENT-ID
                       MOVE LON-ITEM-KEY TO SW-ITEM-KEY
                       MOVE NAME TO SW-NAME
                       MOVE LON-DUE-DATE TO SW-DUE-DATE
                       RELEASE SW-LOAN-REC
                   END-IF
           END-READ.

      ******************************************************************
      * Handles one sorted loan: prints a new class header on a
      * CLASS-NAME control break, then the loan line with its days
      * overdue on the 30/360 convention.
      ******************************************************************
       3000-PROCESS-RECORD.
           IF WS-FIRST-RECORD OR SS-CLASS-NAME NOT = WS-PREV-CLASS
               IF NOT WS-FIRST-RECORD
                   PERFORM 4000-PRINT-CLASS-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-REC-SW
               MOVE SS-CLASS-NAME TO WS-PREV-CLASS
               MOVE 0 TO WS-CLASS-COUNT
               PERFORM 5000-PRINT-CLASS-HEADER
           END-IF
           COMPUTE WS-DAYS-OVERDUE =
               (WS-TODAY-YEAR - SS-DUE-YEAR) * 360
               + (WS-TODAY-MONTH - SS-DUE-MONTH) * 30
               + (WS-TODAY-DAY - SS-DUE-DAY)
           MOVE SS-STUDENT-ID TO DTL-STUDENT-ID
           MOVE SS-NAME TO DTL-NAME
           MOVE SS-TITLE-CODE TO DTL-TITLE-CODE
           MOVE SS-COPY-NO TO DTL-COPY-NO
           MOVE SS-TITLE TO DTL-TITLE
           MOVE SS-DUE-DATE TO DTL-DUE-DATE
           MOVE WS-DAYS-OVERDUE TO DTL-DAYS
           MOVE DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-CLASS-COUNT
           ADD 1 TO WS-GRAND-TOTAL
           ADD SS-REPLACEMENT-COST TO WS-GRAND-VALUE.

      ******************************************************************
      * Prints the page heading, followed by the class and column
      * headings, and bumps the page number whenever the page is
      * full.
      ******************************************************************
       5000-PRINT-CLASS-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE WS-PAGE-NO TO HDG-PAGE-NO
               MOVE HDG-LINE-1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 1 TO WS-LINE-COUNT
           END-IF
           MOVE WS-PREV-CLASS TO HDG-CLASS-NAME
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT.

      ******************************************************************
      * Prints the overdue count for the class that just ended.
      ******************************************************************
       4000-PRINT-CLASS-TOTAL.
           MOVE WS-CLASS-COUNT TO CTL-COUNT
           MOVE CLASS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       END PROGRAM OVERDUE-ITEMS-REPORT.
