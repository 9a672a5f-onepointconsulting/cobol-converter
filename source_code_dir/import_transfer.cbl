      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Student transfer package import. When a student
      *          arrives from another school in the district, the
      *          package that school's EXPORT-TRANSFER cut (layout in
      *          XFERPKG.CPY) is loaded here instead of re-keying a
      *          printed dossier. The package file name is taken on
      *          the command line, transfer-in.txt when none is
      *          given. The whole package is read once first and
      *          checked against its trailer - one roster record
      *          first, one STUDENT-ID throughout, every count
      *          agreeing - and a package that fails is loaded not
      *          at all. A good package draws a fresh STUDENT-ID off
      *          students-nextid.txt and the roster record is added
      *          under it with the checks STUDENT-TRANSACTIONS makes
      *          on an add: the keyed duplicate READ, VALID-CLASS-NAME
      *          and the class-capacity.txt limit, a full class
      *          sending the student to students-waitlist.txt. The
      *          address, the guardians and the prior marks then load
      *          under the new ID with the writers' own checks: a
      *          guardian NAME already on file for the student is a
      *          DUPLICATE, a mark for a subject not on courses.txt
      *          is NO-COURSE and a mark already on file is a
      *          DUPLICATE. A mark's subject is enrolled on
      *          students-enrollments.txt, from the date the sending
      *          school recorded the mark, when it is not already, so
      *          every mark keeps its enrollment; the closed-term
      *          check WRITE-GRADE-FILE makes is for marks earned
      *          here, and prior marks carry the date the sending
      *          school recorded them. Rejects go
      *          to students-rejects.txt, and every record loaded is
      *          audited and journalled the way the writers do it.
      *          transfer-import.rpt shows the sending school's
      *          original STUDENT-ID beside the new one, every record
      *          and how it came out, and, for reference only, the
      *          attendance summary and the fee balance the student
      *          left behind - neither is posted here. A package
      *          refused, or a roster record that could not be added,
      *          ends with return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-TRANSFER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT ADDRESSES ASSIGN TO 'students-addresses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESSES-STATUS.

               SELECT GUARDIANS ASSIGN TO 'students-guardians.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDN-KEY
               FILE STATUS IS WS-GUARDIANS-STATUS.

               SELECT GRADES ASSIGN TO 'students-grades.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRADES-STATUS.

               SELECT ENROLLMENTS
               ASSIGN TO 'students-enrollments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENROLLMENTS-STATUS.

               SELECT COURSES ASSIGN TO 'courses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SUBJECT-CODE
               FILE STATUS IS WS-COURSES-STATUS.

               SELECT PACKAGE-FILE ASSIGN DYNAMIC WS-PACKAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT NEXTID-FILE ASSIGN TO 'students-nextid.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXTID-STATUS.

               SELECT CAPACITY-FILE ASSIGN TO 'class-capacity.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-STATUS.

               SELECT WAITLIST-FILE ASSIGN TO 'students-waitlist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.

               SELECT CONTROL-FILE ASSIGN TO 'students-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

               SELECT LOCK-FILE ASSIGN TO 'students-lock.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

               SELECT IMPORT-RPT ASSIGN TO 'transfer-import.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD ADDRESSES.
           COPY ADDRESS.

           FD GUARDIANS.
           COPY GUARDIAN.

           FD GRADES.
           COPY GRADE.

           FD ENROLLMENTS.
           COPY ENROLL.

           FD COURSES.
           COPY COURSE.

           FD PACKAGE-FILE.
           COPY XFERPKG.

           FD REJECTS-FILE.
           COPY REJECT.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD JOURNAL-FILE.
           COPY JOURNAL.

      *    Holds the next STUDENT-ID to hand out, shared with the
      *    writers so both draw from one sequence.
           FD NEXTID-FILE.
           01 NID-NEXT-STUDENT-ID PIC 9(5).

           FD CAPACITY-FILE.
           COPY CAPACITY.

           FD WAITLIST-FILE.
           COPY WAITLIST.

           FD CONTROL-FILE.
           COPY CONTROL.

           FD LOCK-FILE.
           COPY ROSTLOCK.

           FD IMPORT-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(30).

           01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
               88 WS-LOCK-FILE-OK VALUE '00'.

           01 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
               88 WS-LOCK-REFUSED VALUE 'Y'.

           01 WS-LOCK-TAKEN-SW PIC X(1) VALUE 'N'.
               88 WS-LOCK-TAKEN VALUE 'Y'.

           01 WS-LOCK-DATE PIC 9(8).
           01 WS-LOCK-TIME PIC 9(8).

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
               88 WS-ADDRESSES-FILE-NOT-FOUND VALUE '35'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.
               88 WS-GUARDIANS-FILE-NOT-FOUND VALUE '35'.

           01 WS-GRADES-STATUS PIC X(2) VALUE '00'.
               88 WS-GRADES-FILE-OK VALUE '00'.
               88 WS-GRADES-FILE-NOT-FOUND VALUE '35'.

           01 WS-ENROLLMENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-ENROLLMENTS-FILE-OK VALUE '00'.
               88 WS-ENROLLMENTS-FILE-NOT-FOUND VALUE '35'.

           01 WS-COURSES-STATUS PIC X(2) VALUE '00'.
               88 WS-COURSES-FILE-OK VALUE '00'.
           01 WS-COURSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-COURSES-OPENED VALUE 'Y'.

           01 WS-PACKAGE-STATUS PIC X(2) VALUE '00'.
               88 WS-PACKAGE-FILE-OK VALUE '00'.

           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-NEXTID-STATUS PIC X(2) VALUE '00'.
               88 WS-NEXTID-FILE-OK VALUE '00'.

           01 WS-CAPACITY-STATUS PIC X(2) VALUE '00'.
               88 WS-CAPACITY-FILE-OK VALUE '00'.

           01 WS-WAITLIST-STATUS PIC X(2) VALUE '00'.
               88 WS-WAITLIST-FILE-OK VALUE '00'.

           01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
               88 WS-CONTROL-FILE-OK VALUE '00'.

           01 WS-PACKAGE-EOF-SW PIC X(1).
               88 WS-END-OF-PACKAGE VALUE 'Y'.

           01 WS-CAPACITY-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-CAPACITY-FILE VALUE 'Y'.

           01 WS-SCAN-EOF-SW PIC X(1).
               88 WS-END-OF-SCAN VALUE 'Y'.

           01 WS-PACKAGE-FILENAME PIC X(30).
           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-NEXT-ID PIC 9(5) VALUE 1000.
           01 WS-CANDIDATE-ID PIC 9(5) VALUE 0.

      *    Why the package was refused, blank while it still checks
      *    out.
           01 WS-PACKAGE-ERROR PIC X(40) VALUE SPACES.

      *    What the trailer-check pass found, to compare against the
      *    trailer's own counts.
           01 WS-PKG-RECORD-COUNT PIC 9(5) VALUE 0.
           01 WS-PKG-ROSTER-COUNT PIC 9(3) VALUE 0.
           01 WS-PKG-ADDRESS-COUNT PIC 9(3) VALUE 0.
           01 WS-PKG-GUARDIAN-COUNT PIC 9(3) VALUE 0.
           01 WS-PKG-MARK-COUNT PIC 9(5) VALUE 0.
           01 WS-PKG-TRAILER-COUNT PIC 9(3) VALUE 0.
           01 WS-ORIGINAL-ID PIC 9(5) VALUE 0.

      *    The sending school's roster record, attendance summary and
      *    fee balance, held from the trailer-check pass.
           01 WS-ROSTER-HOLD.
               05 WS-HOLD-NAME PIC A(25).
               05 WS-HOLD-CLASS-NAME PIC X(3).
               05 WS-HOLD-GRADE-LEVEL PIC 9(2).
               05 WS-HOLD-ENROLLMENT-DATE PIC 9(8).
               05 WS-HOLD-EXPORT-DATE PIC 9(8).
           01 WS-ATTENDANCE-HOLD.
               05 WS-HOLD-PRESENT PIC 9(4) VALUE 0.
               05 WS-HOLD-ABSENT PIC 9(4) VALUE 0.
               05 WS-HOLD-TARDY PIC 9(4) VALUE 0.
               05 WS-HOLD-FIRST-DATE PIC 9(8) VALUE 0.
               05 WS-HOLD-LAST-DATE PIC 9(8) VALUE 0.
           01 WS-HOLD-BALANCE PIC S9(7)V99 VALUE 0.

           01 WS-ROSTER-OUTCOME PIC X(10) VALUE SPACES.
               88 WS-ROSTER-LOADED VALUE 'LOADED    '.
               88 WS-ROSTER-WAITLISTED VALUE 'WAITLISTED'.

      *    The class-capacity.txt limits, with a running count of
      *    each listed class's active students - seeded by a scan of
      *    the roster at start of run.
           01 WS-CAPACITY-TABLE.
               05 WS-CAPACITY-ENTRY OCCURS 10 TIMES.
                   10 WS-CAP-CLASS PIC X(3).
                   10 WS-CAP-MAX PIC 9(3).
                   10 WS-CAP-ACTIVE PIC 9(5) COMP.
           01 WS-CAPACITY-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-CAP-SUB PIC 9(3) COMP.

           01 WS-FULL-SW PIC X(1).
               88 WS-CLASS-FULL VALUE 'Y'.

      *    The roster's bookkeeping, rebuilt from scratch by the
      *    headcount scan and kept current by the add.
           01 WS-CTL-ACTIVE PIC 9(5) VALUE 0.
           01 WS-CTL-INACTIVE PIC 9(5) VALUE 0.
           01 WS-CTL-HIGH-ID PIC 9(5) VALUE 0.

           01 WS-NEXT-SEQ PIC 9(2) VALUE 0.
           01 WS-DUPLICATE-SW PIC X(1).
               88 WS-DUPLICATE-FOUND VALUE 'Y'.

           01 WS-LOADED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

           01 HDG-LINE-1.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE 'TRANSFER PACKAGE IMPORT'.

           01 HDG-LINE-2.
               05 FILLER PIC X(10) VALUE 'RUN DATE: '.
               05 HDG-DATE PIC 9(8).
               05 FILLER PIC X(11) VALUE '  PACKAGE: '.
               05 HDG-PACKAGE PIC X(30).

           01 ID-LINE.
               05 FILLER PIC X(29)
                   VALUE 'SENDING SCHOOL STUDENT-ID: '.
               05 IDL-ORIGINAL-ID PIC 9(5).
               05 FILLER PIC X(21) VALUE '   NEW STUDENT-ID: '.
               05 IDL-NEW-ID PIC X(5).

           01 ROS-LINE-1.
               05 FILLER PIC X(6) VALUE 'NAME: '.
               05 ROL-NAME PIC A(25).
               05 FILLER PIC X(9) VALUE '  CLASS: '.
               05 ROL-CLASS PIC X(3).
               05 FILLER PIC X(9) VALUE '  GRADE: '.
               05 ROL-GRADE PIC 9(2).

           01 ROS-LINE-2.
               05 FILLER PIC X(21)
                   VALUE 'ENROLLED ELSEWHERE: '.
               05 ROL-ENROLLED PIC 9(8).
               05 FILLER PIC X(15) VALUE '  PACKAGE CUT: '.
               05 ROL-EXPORTED PIC 9(8).

           01 DTL-LINE.
               05 DTL-TYPE PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-DETAIL PIC X(45).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DTL-OUTCOME PIC X(10).

           01 ATT-LINE.
               05 FILLER PIC X(20) VALUE 'ATTENDANCE (REF): '.
               05 FILLER PIC X(9) VALUE 'PRESENT '.
               05 ATL-PRESENT PIC ZZZ9.
               05 FILLER PIC X(9) VALUE '  ABSENT '.
               05 ATL-ABSENT PIC ZZZ9.
               05 FILLER PIC X(8) VALUE '  TARDY '.
               05 ATL-TARDY PIC ZZZ9.

           01 ATT-DATES-LINE.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(9) VALUE 'POSTED '.
               05 ATL-FIRST-DATE PIC 9(8).
               05 FILLER PIC X(4) VALUE ' TO '.
               05 ATL-LAST-DATE PIC 9(8).

           01 FEE-LINE.
               05 FILLER PIC X(20) VALUE 'FEE BALANCE (REF): '.
               05 FEL-BALANCE PIC Z,ZZZ,ZZ9.99-.
               05 FILLER PIC X(30)
                   VALUE '  - SETTLE WITH SENDING SCHOOL'.

           01 MSG-LINE PIC X(80).

           01 TOTAL-LINE.
               05 FILLER PIC X(16) VALUE 'RECORDS LOADED: '.
               05 TTL-LOADED PIC ZZ,ZZ9.
               05 FILLER PIC X(12) VALUE '  REJECTED: '.
               05 TTL-REJECTED PIC ZZ,ZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CMDLINE = SPACE OR LOW-VALUE
               MOVE 'transfer-in.txt' TO WS-PACKAGE-FILENAME
           ELSE
               MOVE CMDLINE TO WS-PACKAGE-FILENAME
           END-IF

           OPEN OUTPUT IMPORT-RPT
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-PACKAGE-FILENAME TO HDG-PACKAGE
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1000-CHECK-PACKAGE
           IF WS-PACKAGE-ERROR NOT = SPACES
               MOVE SPACES TO MSG-LINE
               STRING 'PACKAGE REFUSED - ' DELIMITED BY SIZE
                      WS-PACKAGE-ERROR DELIMITED BY SIZE
                   INTO MSG-LINE
               END-STRING
               PERFORM 8900-PRINT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 0800-TAKE-ROSTER-LOCK
           IF WS-LOCK-REFUSED
               MOVE 'STUDENTS.TXT IS LOCKED - NOTHING LOADED'
                   TO MSG-LINE
               PERFORM 8900-PRINT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 1100-OPEN-STUDENT-FILE
           PERFORM 1200-OPEN-LOG-FILES
           PERFORM 1300-READ-NEXT-ID
           PERFORM 1400-LOAD-CAPACITY-TABLE
           PERFORM 1500-COUNT-ACTIVE-HEADCOUNT

           PERFORM 2000-ADD-ROSTER-RECORD
           IF WS-ROSTER-LOADED
               PERFORM 1600-OPEN-SUBSIDIARY-FILES
               PERFORM 3000-LOAD-PACKAGE-RECORDS
               PERFORM 4500-CLOSE-SUBSIDIARY-FILES
           ELSE
               IF NOT WS-ROSTER-WAITLISTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 5000-PRINT-REFERENCE-LINES

           PERFORM 9600-WRITE-NEXT-ID
           PERFORM 9700-WRITE-CONTROL-TOTALS
           CLOSE STUDENT
           CLOSE REJECTS-FILE
           CLOSE AUDIT-FILE
           CLOSE JOURNAL-FILE
           PERFORM 0900-RELEASE-ROSTER-LOCK.
       0000-MAIN-EXIT.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LOADED-COUNT TO TTL-LOADED
           MOVE WS-REJECT-COUNT TO TTL-REJECTED
           MOVE TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE IMPORT-RPT
           DISPLAY 'RECORDS LOADED: ' WS-LOADED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Reads the whole package once and checks it against its own
      * trailer before anything is loaded: the roster record first,
      * every record a known type carrying the same STUDENT-ID, at
      * most one address, attendance summary and fee balance, and one
      * trailer, last, whose counts all agree. The roster record,
      * attendance summary and fee balance are held for the report.
      ******************************************************************
       1000-CHECK-PACKAGE.
           OPEN INPUT PACKAGE-FILE
           IF NOT WS-PACKAGE-FILE-OK
               MOVE 'PACKAGE FILE NOT FOUND' TO WS-PACKAGE-ERROR
           ELSE
               MOVE 'N' TO WS-PACKAGE-EOF-SW
               PERFORM UNTIL WS-END-OF-PACKAGE
                   READ PACKAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-PACKAGE-EOF-SW
                       NOT AT END
                           PERFORM 1050-CHECK-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PACKAGE-FILE
               IF WS-PACKAGE-ERROR = SPACES
                   PERFORM 1080-CHECK-PACKAGE-COUNTS
               END-IF
           END-IF.

      ******************************************************************
      * Checks the package record just read and counts it by type.
      * Only the first fault found is kept.
      ******************************************************************
       1050-CHECK-ONE-RECORD.
           IF WS-PKG-TRAILER-COUNT > 0
               IF WS-PACKAGE-ERROR = SPACES
                   MOVE 'RECORDS FOLLOW THE TRAILER'
                       TO WS-PACKAGE-ERROR
               END-IF
           END-IF
           IF WS-PKG-RECORD-COUNT = 0
               IF XFR-ROSTER-RECORD
                   MOVE XFR-STUDENT-ID TO WS-ORIGINAL-ID
               ELSE
                   IF WS-PACKAGE-ERROR = SPACES
                       MOVE 'FIRST RECORD IS NOT THE ROSTER RECORD'
                           TO WS-PACKAGE-ERROR
                   END-IF
               END-IF
           END-IF
           IF XFR-STUDENT-ID NOT = WS-ORIGINAL-ID
               IF WS-PACKAGE-ERROR = SPACES
                   MOVE 'MORE THAN ONE STUDENT-ID IN PACKAGE'
                       TO WS-PACKAGE-ERROR
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN XFR-ROSTER-RECORD
                   ADD 1 TO WS-PKG-ROSTER-COUNT
                   MOVE XFR-NAME TO WS-HOLD-NAME
                   MOVE XFR-CLASS-NAME TO WS-HOLD-CLASS-NAME
                   MOVE XFR-GRADE-LEVEL TO WS-HOLD-GRADE-LEVEL
                   MOVE XFR-ENROLLMENT-DATE
                       TO WS-HOLD-ENROLLMENT-DATE
                   MOVE XFR-EXPORT-DATE TO WS-HOLD-EXPORT-DATE
               WHEN XFR-ADDRESS-RECORD
                   ADD 1 TO WS-PKG-ADDRESS-COUNT
               WHEN XFR-GUARDIAN-RECORD
                   ADD 1 TO WS-PKG-GUARDIAN-COUNT
               WHEN XFR-MARK-RECORD
                   ADD 1 TO WS-PKG-MARK-COUNT
               WHEN XFR-ATTENDANCE-RECORD
                   MOVE XFR-DAYS-PRESENT TO WS-HOLD-PRESENT
                   MOVE XFR-DAYS-ABSENT TO WS-HOLD-ABSENT
                   MOVE XFR-DAYS-TARDY TO WS-HOLD-TARDY
                   MOVE XFR-FIRST-DATE TO WS-HOLD-FIRST-DATE
                   MOVE XFR-LAST-DATE TO WS-HOLD-LAST-DATE
               WHEN XFR-FEE-RECORD
                   MOVE XFR-FEE-BALANCE TO WS-HOLD-BALANCE
               WHEN XFR-TRAILER-RECORD
                   ADD 1 TO WS-PKG-TRAILER-COUNT
                   IF XFR-TRL-ADDRESS-COUNT NOT = WS-PKG-ADDRESS-COUNT
                       OR XFR-TRL-GUARDIAN-COUNT
                           NOT = WS-PKG-GUARDIAN-COUNT
                       OR XFR-TRL-MARK-COUNT NOT = WS-PKG-MARK-COUNT
                       OR XFR-TRL-RECORD-COUNT
                           NOT = WS-PKG-RECORD-COUNT
                       IF WS-PACKAGE-ERROR = SPACES
                           MOVE 'TRAILER COUNTS DO NOT AGREE'
                               TO WS-PACKAGE-ERROR
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-PACKAGE-ERROR = SPACES
                       MOVE 'UNKNOWN RECORD TYPE IN PACKAGE'
                           TO WS-PACKAGE-ERROR
                   END-IF
           END-EVALUATE
           IF NOT XFR-TRAILER-RECORD
               ADD 1 TO WS-PKG-RECORD-COUNT
           END-IF.

      ******************************************************************
      * Checks what the whole pass found: exactly one roster record,
      * exactly one trailer, and no more than one address.
      ******************************************************************
       1080-CHECK-PACKAGE-COUNTS.
           IF WS-PKG-RECORD-COUNT = 0
               MOVE 'PACKAGE IS EMPTY' TO WS-PACKAGE-ERROR
           ELSE
               IF WS-PKG-ROSTER-COUNT NOT = 1
                   MOVE 'MORE THAN ONE ROSTER RECORD'
                       TO WS-PACKAGE-ERROR
               ELSE
                   IF WS-PKG-TRAILER-COUNT NOT = 1
                       MOVE 'NO TRAILER - PACKAGE INCOMPLETE'
                           TO WS-PACKAGE-ERROR
                   ELSE
                       IF WS-PKG-ADDRESS-COUNT > 1
                           MOVE 'MORE THAN ONE ADDRESS'
                               TO WS-PACKAGE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Opens students.txt for update, creating it first if it is not
      * there yet - an indexed file has to exist before OPEN I-O.
      ******************************************************************
       1100-OPEN-STUDENT-FILE.
           OPEN I-O STUDENT
           IF WS-STUDENT-FILE-NOT-FOUND
               OPEN OUTPUT STUDENT
               CLOSE STUDENT
               OPEN I-O STUDENT
           END-IF.

      ******************************************************************
      * Opens students-rejects.txt, students-audit.txt and
      * students-journal.txt for append, creating each first if this
      * is its first run - OPEN EXTEND does not auto-create a missing
      * LINE SEQUENTIAL file.
      ******************************************************************
       1200-OPEN-LOG-FILES.
           OPEN EXTEND REJECTS-FILE
           IF NOT WS-REJECTS-FILE-OK
               OPEN OUTPUT REJECTS-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Reads the next-available STUDENT-ID out of students-nextid.txt.
      * A missing or empty file just means this is the first run, so
      * the default of 1000 set in WORKING-STORAGE stands.
      ******************************************************************
       1300-READ-NEXT-ID.
           OPEN INPUT NEXTID-FILE
           IF WS-NEXTID-FILE-OK
               READ NEXTID-FILE
                   NOT AT END
                       MOVE NID-NEXT-STUDENT-ID TO WS-NEXT-ID
               END-READ
               CLOSE NEXTID-FILE
           END-IF.

      ******************************************************************
      * Loads the class-capacity.txt limits into WS-CAPACITY-TABLE. A
      * missing capacity file just means no class carries a limit.
      ******************************************************************
       1400-LOAD-CAPACITY-TABLE.
           MOVE 0 TO WS-CAPACITY-COUNT
           OPEN INPUT CAPACITY-FILE
           IF WS-CAPACITY-FILE-OK
               PERFORM UNTIL WS-END-OF-CAPACITY-FILE
                   READ CAPACITY-FILE
                       AT END
                           MOVE 'Y' TO WS-CAPACITY-EOF-SW
                       NOT AT END
                           IF WS-CAPACITY-COUNT < 10
                               ADD 1 TO WS-CAPACITY-COUNT
                               MOVE CAP-CLASS-NAME TO
                                   WS-CAP-CLASS (WS-CAPACITY-COUNT)
                               MOVE CAP-MAX-HEADCOUNT TO
                                   WS-CAP-MAX (WS-CAPACITY-COUNT)
                               MOVE 0 TO
                                   WS-CAP-ACTIVE (WS-CAPACITY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-FILE
           END-IF.

      ******************************************************************
      * Counts the active students in each listed class off the open
      * roster, reading it through in key order, and rebuilds the
      * roster's control totals on the way.
      ******************************************************************
       1500-COUNT-ACTIVE-HEADCOUNT.
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM UNTIL WS-END-OF-SCAN
               READ STUDENT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF STUDENT-ACTIVE
                           PERFORM 6100-BUMP-CLASS-HEADCOUNT
                           ADD 1 TO WS-CTL-ACTIVE
                       ELSE
                           ADD 1 TO WS-CTL-INACTIVE
                       END-IF
                       IF STUDENT-ID > WS-CTL-HIGH-ID
                           MOVE STUDENT-ID TO WS-CTL-HIGH-ID
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Opens the address, guardian, marks and enrollment files for
      * update - each created empty first if it is not there yet -
      * and the
      * course catalog for input. No catalog disables the subject
      * check, the same way a missing capacity file disables the seat
      * check.
      ******************************************************************
       1600-OPEN-SUBSIDIARY-FILES.
           OPEN I-O ADDRESSES
           IF WS-ADDRESSES-FILE-NOT-FOUND
               OPEN OUTPUT ADDRESSES
               CLOSE ADDRESSES
               OPEN I-O ADDRESSES
           END-IF
           OPEN I-O GUARDIANS
           IF WS-GUARDIANS-FILE-NOT-FOUND
               OPEN OUTPUT GUARDIANS
               CLOSE GUARDIANS
               OPEN I-O GUARDIANS
           END-IF
           OPEN I-O GRADES
           IF WS-GRADES-FILE-NOT-FOUND
               OPEN OUTPUT GRADES
               CLOSE GRADES
               OPEN I-O GRADES
           END-IF
           OPEN I-O ENROLLMENTS
           IF WS-ENROLLMENTS-FILE-NOT-FOUND
               OPEN OUTPUT ENROLLMENTS
               CLOSE ENROLLMENTS
               OPEN I-O ENROLLMENTS
           END-IF
           OPEN INPUT COURSES
           IF NOT WS-COURSES-FILE-OK
               DISPLAY 'COURSES.TXT NOT FOUND - SUBJECT CHECK '
                   'DISABLED'
           ELSE
               MOVE 'Y' TO WS-COURSES-OPEN-SW
           END-IF.

      ******************************************************************
      * Adds the roster record under a fresh STUDENT-ID off the shared
      * counter, with the checks the add transaction makes: the keyed
      * duplicate READ (the counter behind the file), VALID-CLASS-NAME
      * and the class-capacity.txt limit. The student is enrolled
      * here from today; the sending school's enrollment date is kept
      * on the report.
      ******************************************************************
       2000-ADD-ROSTER-RECORD.
           MOVE WS-NEXT-ID TO WS-CANDIDATE-ID
           ADD 1 TO WS-NEXT-ID
           MOVE WS-ORIGINAL-ID TO IDL-ORIGINAL-ID
           MOVE WS-CANDIDATE-ID TO IDL-NEW-ID
           MOVE ID-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HOLD-NAME TO ROL-NAME
           MOVE WS-HOLD-CLASS-NAME TO ROL-CLASS
           MOVE WS-HOLD-GRADE-LEVEL TO ROL-GRADE
           MOVE ROS-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HOLD-ENROLLMENT-DATE TO ROL-ENROLLED
           MOVE WS-HOLD-EXPORT-DATE TO ROL-EXPORTED
           MOVE ROS-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'ROSTER' TO DTL-TYPE
           MOVE SPACES TO DTL-DETAIL
           STRING WS-HOLD-NAME DELIMITED BY SIZE
                  ' CLASS ' DELIMITED BY SIZE
                  WS-HOLD-CLASS-NAME DELIMITED BY SIZE
               INTO DTL-DETAIL
           END-STRING
           MOVE WS-CANDIDATE-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE WS-HOLD-NAME TO NAME
                   MOVE WS-HOLD-CLASS-NAME TO CLASS-NAME
                   IF NOT VALID-CLASS-NAME
                       MOVE 'BAD-CLASS ' TO REJ-REASON
                       PERFORM 8000-WRITE-REJECT
                   ELSE
                       PERFORM 6000-CHECK-CLASS-CAPACITY
                       IF WS-CLASS-FULL
                           MOVE 'WAITLISTED' TO WS-ROSTER-OUTCOME
                           PERFORM 7000-WRITE-WAITLIST
                           MOVE WS-ROSTER-OUTCOME TO DTL-OUTCOME
                           PERFORM 8800-PRINT-DETAIL
                           MOVE 'CLASS FULL - OTHER RECORDS NOT LOADED'
                               TO MSG-LINE
                           PERFORM 8900-PRINT-MESSAGE
                       ELSE
                           MOVE WS-HOLD-GRADE-LEVEL TO GRADE-LEVEL
                           MOVE WS-TODAY TO ENROLLMENT-DATE
                           MOVE 'A' TO STUDENT-STATUS
                           WRITE STUDENT-FILE
                           MOVE 'LOADED' TO WS-ROSTER-OUTCOME
                           PERFORM 6100-BUMP-CLASS-HEADCOUNT
                           ADD 1 TO WS-CTL-ACTIVE
                           IF STUDENT-ID > WS-CTL-HIGH-ID
                               MOVE STUDENT-ID TO WS-CTL-HIGH-ID
                           END-IF
                           PERFORM 9000-WRITE-AUDIT
                           PERFORM 8700-COUNT-LOADED
                       END-IF
                   END-IF
               NOT INVALID KEY
                   MOVE 'DUPLICATE ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
           END-READ.

      ******************************************************************
      * Reads the package through again and loads each address,
      * guardian and mark record under the new STUDENT-ID.
      ******************************************************************
       3000-LOAD-PACKAGE-RECORDS.
           OPEN INPUT PACKAGE-FILE
           MOVE 'N' TO WS-PACKAGE-EOF-SW
           PERFORM UNTIL WS-END-OF-PACKAGE
               READ PACKAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-PACKAGE-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN XFR-ADDRESS-RECORD
                               PERFORM 3100-LOAD-ADDRESS
                           WHEN XFR-GUARDIAN-RECORD
                               PERFORM 3200-LOAD-GUARDIAN
                           WHEN XFR-MARK-RECORD
                               PERFORM 3300-LOAD-MARK
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PACKAGE-FILE.

      ******************************************************************
      * Writes the mailing address, or REWRITEs one already on file
      * for the student, the way WRITE-ADDRESS-FILE does.
      ******************************************************************
       3100-LOAD-ADDRESS.
           MOVE 'ADDRESS' TO DTL-TYPE
           MOVE SPACES TO DTL-DETAIL
           STRING XFR-STREET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XFR-CITY DELIMITED BY SIZE
               INTO DTL-DETAIL
           END-STRING
           MOVE WS-CANDIDATE-ID TO ADR-STUDENT-ID
           MOVE XFR-STREET TO ADR-STREET
           MOVE XFR-CITY TO ADR-CITY
           MOVE XFR-POSTCODE TO ADR-POSTCODE
           WRITE ADDRESS-FILE
               INVALID KEY
                   REWRITE ADDRESS-FILE
           END-WRITE
           PERFORM 9000-WRITE-AUDIT
           PERFORM 8700-COUNT-LOADED.

      ******************************************************************
      * Writes one guardian at the next free sequence number for the
      * student, unless the same NAME is already on file (DUPLICATE),
      * the way WRITE-GUARDIAN-FILE does.
      ******************************************************************
       3200-LOAD-GUARDIAN.
           MOVE 'GUARDIAN' TO DTL-TYPE
           MOVE SPACES TO DTL-DETAIL
           STRING XFR-GDN-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XFR-GDN-RELATIONSHIP DELIMITED BY SIZE
               INTO DTL-DETAIL
           END-STRING
           PERFORM 3250-SCAN-STUDENT-GUARDIANS
           IF WS-DUPLICATE-FOUND
               MOVE 'DUPLICATE ' TO REJ-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               MOVE WS-CANDIDATE-ID TO GDN-STUDENT-ID
               MOVE WS-NEXT-SEQ TO GDN-SEQ
               MOVE XFR-GDN-NAME TO GDN-NAME
               MOVE XFR-GDN-RELATIONSHIP TO GDN-RELATIONSHIP
               MOVE XFR-GDN-PHONE TO GDN-PHONE
               WRITE GUARDIAN-FILE
               PERFORM 9000-WRITE-AUDIT
               MOVE GDN-STUDENT-ID TO JRN-STUDENT-ID
               MOVE SPACES TO JRN-RECORD-KEY
               MOVE GDN-KEY TO JRN-RECORD-KEY(1:7)
               MOVE SPACES TO JRN-NEW-VALUES
               MOVE GDN-NAME TO JRN-NEW-VALUES
               PERFORM 9100-WRITE-JOURNAL
               PERFORM 8700-COUNT-LOADED
           END-IF.

      ******************************************************************
      * Scans the guardians already on file for the new student for
      * the next free sequence number and a NAME duplicate.
      ******************************************************************
       3250-SCAN-STUDENT-GUARDIANS.
           MOVE 'N' TO WS-DUPLICATE-SW
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE WS-CANDIDATE-ID TO GDN-STUDENT-ID
           MOVE 0 TO GDN-SEQ
           START GUARDIANS KEY IS NOT LESS THAN GDN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ GUARDIANS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF GDN-STUDENT-ID = WS-CANDIDATE-ID
                           IF GDN-NAME = XFR-GDN-NAME
                               MOVE 'Y' TO WS-DUPLICATE-SW
                           END-IF
                           IF GDN-SEQ >= WS-NEXT-SEQ
                               COMPUTE WS-NEXT-SEQ = GDN-SEQ + 1
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Writes one prior mark, with the date the sending school
      * recorded it, unless its subject is not on the course catalog
      * (NO-COURSE) or the same subject and term is already on file
      * (DUPLICATE).
      ******************************************************************
       3300-LOAD-MARK.
           MOVE 'MARK' TO DTL-TYPE
           MOVE SPACES TO DTL-DETAIL
           STRING XFR-SUBJECT-CODE DELIMITED BY SIZE
                  ' TERM ' DELIMITED BY SIZE
                  XFR-TERM DELIMITED BY SIZE
                  ' MARK ' DELIMITED BY SIZE
                  XFR-MARK DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  XFR-DATE-RECORDED DELIMITED BY SIZE
               INTO DTL-DETAIL
           END-STRING
           IF WS-COURSES-OPENED
               MOVE XFR-SUBJECT-CODE TO CRS-SUBJECT-CODE
               READ COURSES
                   INVALID KEY
                       MOVE 'NO-COURSE ' TO REJ-REASON
                       PERFORM 8000-WRITE-REJECT
                   NOT INVALID KEY
                       PERFORM 3350-WRITE-MARK-IF-NOT-DUP
               END-READ
           ELSE
               PERFORM 3350-WRITE-MARK-IF-NOT-DUP
           END-IF.

      ******************************************************************
      * Writes the mark unless the grade key is already on file,
      * enrolling the student in its subject first when no
      * enrollment is on file for it yet.
      ******************************************************************
       3350-WRITE-MARK-IF-NOT-DUP.
           MOVE WS-CANDIDATE-ID TO GRD-STUDENT-ID
           MOVE XFR-SUBJECT-CODE TO GRD-SUBJECT-CODE
           MOVE XFR-TERM TO GRD-TERM
           READ GRADES
               INVALID KEY
                   PERFORM 3360-ENROL-IF-NOT-ENROLLED
                   MOVE XFR-MARK TO GRD-MARK
                   MOVE XFR-DATE-RECORDED TO GRD-DATE-RECORDED
                   WRITE GRADE-FILE
                   PERFORM 9000-WRITE-AUDIT
                   MOVE GRD-STUDENT-ID TO JRN-STUDENT-ID
                   MOVE GRD-KEY TO JRN-RECORD-KEY
                   MOVE SPACES TO JRN-NEW-VALUES
                   STRING 'MARK ' DELIMITED BY SIZE
                          GRD-MARK DELIMITED BY SIZE
                          ' ON ' DELIMITED BY SIZE
                          GRD-DATE-RECORDED DELIMITED BY SIZE
                       INTO JRN-NEW-VALUES
                   END-STRING
                   PERFORM 9100-WRITE-JOURNAL
                   PERFORM 8700-COUNT-LOADED
               NOT INVALID KEY
                   MOVE 'DUPLICATE ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
           END-READ.

      ******************************************************************
      * Enrolls the student in the prior mark's subject from the day
      * the sending school recorded the mark, unless an enrollment is
      * already on file for it - every mark on students-grades.txt
      * has its enrollment, the rule WRITE-GRADE-FILE enforces. The
      * enrollment is audited and journalled like the other records
      * loaded.
      ******************************************************************
       3360-ENROL-IF-NOT-ENROLLED.
           MOVE WS-CANDIDATE-ID TO ENR-STUDENT-ID
           MOVE XFR-SUBJECT-CODE TO ENR-SUBJECT-CODE
           READ ENROLLMENTS
               INVALID KEY
                   MOVE XFR-DATE-RECORDED TO ENR-DATE-ENROLLED
                   WRITE ENROLLMENT-FILE
                   PERFORM 9000-WRITE-AUDIT
                   MOVE ENR-STUDENT-ID TO JRN-STUDENT-ID
                   MOVE SPACES TO JRN-RECORD-KEY
                   MOVE ENR-KEY TO JRN-RECORD-KEY(1:9)
                   MOVE SPACES TO JRN-NEW-VALUES
                   STRING 'ENROLLED ' DELIMITED BY SIZE
                          ENR-DATE-ENROLLED DELIMITED BY SIZE
                       INTO JRN-NEW-VALUES
                   END-STRING
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

      ******************************************************************
      * Closes the address, guardian, marks and enrollment files and
      * the catalog.
      ******************************************************************
       4500-CLOSE-SUBSIDIARY-FILES.
           CLOSE ADDRESSES
           CLOSE GUARDIANS
           CLOSE GRADES
           CLOSE ENROLLMENTS
           IF WS-COURSES-OPENED
               CLOSE COURSES
           END-IF.

      ******************************************************************
      * Prints the attendance summary and fee balance the student left
      * at the sending school - for reference only, nothing is posted.
      ******************************************************************
       5000-PRINT-REFERENCE-LINES.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HOLD-PRESENT TO ATL-PRESENT
           MOVE WS-HOLD-ABSENT TO ATL-ABSENT
           MOVE WS-HOLD-TARDY TO ATL-TARDY
           MOVE ATT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HOLD-FIRST-DATE TO ATL-FIRST-DATE
           MOVE WS-HOLD-LAST-DATE TO ATL-LAST-DATE
           MOVE ATT-DATES-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HOLD-BALANCE TO FEL-BALANCE
           MOVE FEE-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Sets WS-FULL-SW when the candidate's CLASS-NAME is listed on
      * the capacity table and its active headcount has reached the
      * limit. A class with no capacity entry carries no limit.
      ******************************************************************
       6000-CHECK-CLASS-CAPACITY.
           MOVE 'N' TO WS-FULL-SW
           PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
                   UNTIL WS-CAP-SUB > WS-CAPACITY-COUNT
               IF CLASS-NAME = WS-CAP-CLASS (WS-CAP-SUB)
                       AND WS-CAP-ACTIVE (WS-CAP-SUB)
                           >= WS-CAP-MAX (WS-CAP-SUB)
                   MOVE 'Y' TO WS-FULL-SW
               END-IF
           END-PERFORM.

      ******************************************************************
      * Adds one active student to the CLASS-NAME's slot on the
      * capacity table.
      ******************************************************************
       6100-BUMP-CLASS-HEADCOUNT.
           PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
                   UNTIL WS-CAP-SUB > WS-CAPACITY-COUNT
               IF CLASS-NAME = WS-CAP-CLASS (WS-CAP-SUB)
                   ADD 1 TO WS-CAP-ACTIVE (WS-CAP-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Appends the student turned away from a full class to
      * students-waitlist.txt under the new STUDENT-ID, creating the
      * file first if this is the first candidate ever waitlisted -
      * OPEN EXTEND does not auto-create a missing LINE SEQUENTIAL
      * file.
      ******************************************************************
       7000-WRITE-WAITLIST.
           OPEN EXTEND WAITLIST-FILE
           IF NOT WS-WAITLIST-FILE-OK
               OPEN OUTPUT WAITLIST-FILE
           END-IF
           MOVE WS-CANDIDATE-ID TO WTL-STUDENT-ID
           MOVE WS-HOLD-NAME TO WTL-NAME
           MOVE WS-HOLD-CLASS-NAME TO WTL-CLASS-NAME
           MOVE WS-HOLD-GRADE-LEVEL TO WTL-GRADE-LEVEL
           MOVE WS-TODAY TO WTL-ENROLLMENT-DATE
           WRITE WAITLIST-RECORD
           CLOSE WAITLIST-FILE.

      ******************************************************************
      * Logs the current record to students-rejects.txt under the new
      * STUDENT-ID with the reason code set by the caller, and prints
      * it on the report with that reason.
      ******************************************************************
       8000-WRITE-REJECT.
           MOVE WS-CANDIDATE-ID TO REJ-STUDENT-ID
           MOVE WS-HOLD-NAME TO REJ-NAME
           MOVE WS-HOLD-CLASS-NAME TO REJ-CLASS-NAME
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE REJ-REASON TO DTL-OUTCOME
           PERFORM 8800-PRINT-DETAIL.

      ******************************************************************
      * Counts the record just loaded and prints it on the report.
      ******************************************************************
       8700-COUNT-LOADED.
           ADD 1 TO WS-LOADED-COUNT
           MOVE 'LOADED' TO DTL-OUTCOME
           PERFORM 8800-PRINT-DETAIL.

      ******************************************************************
      * Prints one detail line.
      ******************************************************************
       8800-PRINT-DETAIL.
           MOVE DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Prints MSG-LINE to the report and the terminal.
      ******************************************************************
       8900-PRINT-MESSAGE.
           MOVE MSG-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY MSG-LINE.

      ******************************************************************
      * Logs the record just loaded to students-audit.txt with a
      * timestamp and this program's name, carrying the new
      * STUDENT-ID and the package's NAME and CLASS-NAME.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'IMPORT-TRANSFER' TO AUD-PROGRAM-NAME
           MOVE WS-CANDIDATE-ID TO AUD-STUDENT-ID
           MOVE WS-HOLD-NAME TO AUD-NAME
           MOVE WS-HOLD-CLASS-NAME TO AUD-CLASS-NAME
           MOVE SPACES TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Journals the record just written to students-journal.txt with
      * a timestamp and this program's name - the caller sets the
      * STUDENT-ID, record key and values written.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'IMPORT-TRANSFER' TO JRN-PROGRAM-NAME
           MOVE SPACES TO JRN-OLD-VALUES
           WRITE JOURNAL-RECORD.

      ******************************************************************
      * Persists the advanced counter to students-nextid.txt so the
      * next run - here or in the writers - continues the sequence
      * instead of repeating IDs already handed out.
      ******************************************************************
       9600-WRITE-NEXT-ID.
           MOVE WS-NEXT-ID TO NID-NEXT-STUDENT-ID
           OPEN OUTPUT NEXTID-FILE
           WRITE NID-NEXT-STUDENT-ID
           CLOSE NEXTID-FILE.

      ******************************************************************
      * Persists the roster's bookkeeping to students-control.txt for
      * the verifier step to recount against before the next batch.
      ******************************************************************
       9700-WRITE-CONTROL-TOTALS.
           MOVE WS-CTL-ACTIVE TO CTL-ACTIVE-COUNT
           MOVE WS-CTL-INACTIVE TO CTL-INACTIVE-COUNT
           MOVE WS-CTL-HIGH-ID TO CTL-HIGH-STUDENT-ID
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-FILE.

      ******************************************************************
      * Takes the single-writer roster lock before students.txt is
      * opened for update. A non-space holder on students-lock.txt
      * means another writer is mid-update - this run refuses to
      * start, naming the holder.
      ******************************************************************
       0800-TAKE-ROSTER-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-OK
               READ LOCK-FILE
                   NOT AT END
                       IF LCK-PROGRAM-NAME NOT = SPACES
                           DISPLAY 'STUDENTS.TXT IS LOCKED BY '
                               LCK-PROGRAM-NAME ' - RUN REFUSED'
                           MOVE 'Y' TO WS-LOCK-REFUSED-SW
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF NOT WS-LOCK-REFUSED
               MOVE 'IMPORT-TRANSFER' TO LCK-PROGRAM-NAME
               ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT WS-LOCK-TIME FROM TIME
               MOVE WS-LOCK-DATE TO LCK-DATE
               MOVE WS-LOCK-TIME TO LCK-TIME
               OPEN OUTPUT LOCK-FILE
               WRITE ROSTER-LOCK-RECORD
               CLOSE LOCK-FILE
               MOVE 'Y' TO WS-LOCK-TAKEN-SW
           END-IF.

      ******************************************************************
      * Releases the roster lock taken above by writing an empty
      * holder back, so the next writer can start. A run that never
      * took the lock has nothing to release.
      ******************************************************************
       0900-RELEASE-ROSTER-LOCK.
           IF WS-LOCK-TAKEN
               MOVE SPACES TO LCK-PROGRAM-NAME
               MOVE 0 TO LCK-DATE
               MOVE 0 TO LCK-TIME
               OPEN OUTPUT LOCK-FILE
               WRITE ROSTER-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       END PROGRAM IMPORT-TRANSFER.
