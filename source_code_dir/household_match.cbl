      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Propose household links for the office to confirm,
      *          so brothers and sisters can share one fee statement
      *          and one envelope. Every active student on
      *          students.txt is loaded with the mailing address off
      *          students-addresses.txt, the phones of the first
      *          three guardians off students-guardians.txt and the
      *          household already confirmed on
      *          students-households.txt. Every pair of students is
      *          then compared: the same street and postcode, or any
      *          guardian phone in common, makes them one family. A
      *          student joining a family that already has a
      *          household is proposed into it; two unlinked
      *          students found together found a new household
      *          numbered after the lower STUDENT-ID. A pair already
      *          in two different confirmed households is never
      *          merged here - it is listed for the office to
      *          decide. Nothing is linked by this run: the
      *          proposals go to households-proposed.txt in the
      *          layout WRITE-HOUSEHOLD-FILE loads, with the evidence
      *          for each printed on household-match.rpt, and the
      *          office copies the ones it confirms to
      *          households-input.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-MATCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

               SELECT HOUSEHOLDS ASSIGN TO 'students-households.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHD-STUDENT-ID
               ALTERNATE RECORD KEY IS HHD-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOUSEHOLDS-STATUS.

               SELECT PROPOSAL-FILE ASSIGN TO 'households-proposed.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT MATCH-RPT ASSIGN TO 'household-match.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD ADDRESSES.
           COPY ADDRESS.

           FD GUARDIANS.
           COPY GUARDIAN.

           FD HOUSEHOLDS.
           COPY HOUSEHLD.

      *    Same layout as WRITE-HOUSEHOLD-FILE's households-input.txt.
           FD PROPOSAL-FILE.
           01 PRP-HOUSEHOLD-REC.
               05 PRP-STUDENT-ID PIC 9(5).
               05 PRP-HOUSEHOLD-ID PIC 9(5).

           FD MATCH-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
           01 WS-ADDRESSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ADDRESSES-OPENED VALUE 'Y'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.
           01 WS-GUARDIANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GUARDIANS-OPENED VALUE 'Y'.

           01 WS-HOUSEHOLDS-STATUS PIC X(2) VALUE '00'.
               88 WS-HOUSEHOLDS-FILE-OK VALUE '00'.
           01 WS-HOUSEHOLDS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-HOUSEHOLDS-OPENED VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-GDN-EOF-SW PIC X(1).
               88 WS-END-OF-GUARDIANS VALUE 'Y'.

           01 WS-ID-IN-USE-SW PIC X(1).
               88 WS-ID-IN-USE VALUE 'Y'.

           01 WS-TODAY PIC 9(8).

      *    One entry per active student, in STUDENT-ID order. The
      *    address key is street and postcode run together; blank
      *    when the student has no address on file, and a blank key
      *    or phone never matches anything.
           01 WS-MATCH-TABLE.
               05 WS-MATCH-ENTRY OCCURS 2000 TIMES.
                   10 WS-MT-STUDENT-ID PIC 9(5).
                   10 WS-MT-NAME PIC A(25).
                   10 WS-MT-CLASS PIC X(3).
                   10 WS-MT-ADDRESS-KEY PIC X(35).
                   10 WS-MT-PHONE PIC X(15) OCCURS 3 TIMES.
                   10 WS-MT-CURRENT-HH PIC 9(5).
                   10 WS-MT-PROPOSED-HH PIC 9(5).
                   10 WS-MT-REASON PIC X(7).
                   10 WS-MT-MATCHED-ID PIC 9(5).
           01 WS-MATCH-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-SUB-A PIC 9(5) COMP.
           01 WS-SUB-B PIC 9(5) COMP.
           01 WS-SUB PIC 9(5) COMP.
           01 WS-PHONE-A PIC 9(1) COMP.
           01 WS-PHONE-B PIC 9(1) COMP.
           01 WS-GDN-COUNT PIC 9(1) COMP.

           01 WS-MATCH-REASON PIC X(7).
           01 WS-HH-A PIC 9(5).
           01 WS-HH-B PIC 9(5).
           01 WS-NEW-HH PIC 9(5).

           01 WS-STUDENT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PROPOSAL-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CONFLICT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-OVERFLOW-COUNT PIC 9(5) COMP VALUE 0.

           01 HDG-LINE-1.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(40)
                   VALUE 'PROPOSED HOUSEHOLD LINKS'.

           01 HDG-LINE-2.
               05 FILLER PIC X(15) VALUE 'RUN DATE: '.
               05 HDG-DATE PIC 9(8).

           01 SECTION-LINE.
               05 SECTION-TEXT PIC X(80).

           01 COL-HDG-LINE.
               05 FILLER PIC X(7) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(6) VALUE 'CLASS'.
               05 FILLER PIC X(11) VALUE 'HOUSEHOLD'.
               05 FILLER PIC X(9) VALUE 'MATCH'.
               05 FILLER PIC X(10) VALUE 'WITH'.

           01 DTL-LINE.
               05 DTL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-CLASS PIC X(3).
               05 FILLER PIC X(3) VALUE SPACES.
               05 DTL-HOUSEHOLD-ID PIC 9(5).
               05 FILLER PIC X(6) VALUE SPACES.
               05 DTL-REASON PIC X(7).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-MATCHED-ID PIC 9(5).

           01 CONFLICT-LINE.
               05 CFL-STUDENT-ID-A PIC 9(5).
               05 FILLER PIC X(5) VALUE ' (HH '.
               05 CFL-HH-A PIC 9(5).
               05 FILLER PIC X(6) VALUE ') AND '.
               05 CFL-STUDENT-ID-B PIC 9(5).
               05 FILLER PIC X(5) VALUE ' (HH '.
               05 CFL-HH-B PIC 9(5).
               05 FILLER PIC X(3) VALUE ')  '.
               05 CFL-REASON PIC X(7).
               05 FILLER PIC X(2) VALUE SPACES.
               05 CFL-TEXT PIC X(30).

           01 TOTAL-LINE.
               05 TOTAL-LABEL PIC X(30).
               05 TOTAL-COUNT PIC ZZ,ZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO STUDENTS TO MATCH'
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 1000-OPEN-LOOKUP-FILES
           PERFORM 1100-LOAD-STUDENTS
           CLOSE STUDENT
           IF WS-ADDRESSES-OPENED
               CLOSE ADDRESSES
           END-IF
           IF WS-GUARDIANS-OPENED
               CLOSE GUARDIANS
           END-IF

           OPEN OUTPUT PROPOSAL-FILE
           OPEN OUTPUT MATCH-RPT
           PERFORM 2000-WRITE-HEADINGS
           PERFORM VARYING WS-SUB-A FROM 1 BY 1
                   UNTIL WS-SUB-A > WS-MATCH-COUNT
               PERFORM VARYING WS-SUB-B FROM WS-SUB-A BY 1
                       UNTIL WS-SUB-B > WS-MATCH-COUNT
                   IF WS-SUB-B NOT = WS-SUB-A
                       PERFORM 2100-TEST-PAIR
                       IF WS-MATCH-REASON NOT = SPACES
                           PERFORM 2200-LINK-PAIR
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 3000-WRITE-PROPOSALS
           PERFORM 4000-WRITE-TOTALS
           CLOSE PROPOSAL-FILE
           CLOSE MATCH-RPT
           IF WS-HOUSEHOLDS-OPENED
               CLOSE HOUSEHOLDS
           END-IF

           DISPLAY 'STUDENTS COMPARED: ' WS-STUDENT-COUNT
           DISPLAY 'LINKS PROPOSED: ' WS-PROPOSAL-COUNT
           DISPLAY 'MATCHES FOR THE OFFICE TO DECIDE: '
               WS-CONFLICT-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Opens the three keyed files the students are matched on. Any
      * of them missing only narrows the match - no addresses means
      * phones alone, no guardians means addresses alone, and no
      * households file means nobody is linked yet.
      ******************************************************************
       1000-OPEN-LOOKUP-FILES.
           OPEN INPUT ADDRESSES
           IF NOT WS-ADDRESSES-FILE-OK
               DISPLAY 'STUDENTS-ADDRESSES.TXT NOT FOUND - ADDRESS '
                   'MATCHING DISABLED'
           ELSE
               MOVE 'Y' TO WS-ADDRESSES-OPEN-SW
           END-IF
           OPEN INPUT GUARDIANS
           IF NOT WS-GUARDIANS-FILE-OK
               DISPLAY 'STUDENTS-GUARDIANS.TXT NOT FOUND - PHONE '
                   'MATCHING DISABLED'
           ELSE
               MOVE 'Y' TO WS-GUARDIANS-OPEN-SW
           END-IF
           OPEN INPUT HOUSEHOLDS
           IF NOT WS-HOUSEHOLDS-FILE-OK
               DISPLAY 'STUDENTS-HOUSEHOLDS.TXT NOT FOUND - NO '
                   'HOUSEHOLDS CONFIRMED YET'
           ELSE
               MOVE 'Y' TO WS-HOUSEHOLDS-OPEN-SW
           END-IF.

      ******************************************************************
      * Loads every active student into the match table with the
      * address key, guardian phones and confirmed household. The
      * proposed household starts as the confirmed one.
      ******************************************************************
       1100-LOAD-STUDENTS.
           PERFORM UNTIL WS-END-OF-STUDENT-FILE
               READ STUDENT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-EOF-SW
                   NOT AT END
                       IF STUDENT-ACTIVE
                           IF WS-MATCH-COUNT < 2000
                               PERFORM 1200-LOAD-ONE-STUDENT
                           ELSE
                               ADD 1 TO WS-OVERFLOW-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY 'MATCH TABLE FULL - STUDENTS NOT COMPARED: '
                   WS-OVERFLOW-COUNT
           END-IF.

      ******************************************************************
      * Adds the active student just read to the match table.
      ******************************************************************
       1200-LOAD-ONE-STUDENT.
           ADD 1 TO WS-MATCH-COUNT
           ADD 1 TO WS-STUDENT-COUNT
           MOVE STUDENT-ID TO WS-MT-STUDENT-ID (WS-MATCH-COUNT)
           MOVE NAME TO WS-MT-NAME (WS-MATCH-COUNT)
           MOVE CLASS-NAME TO WS-MT-CLASS (WS-MATCH-COUNT)
           MOVE SPACES TO WS-MT-ADDRESS-KEY (WS-MATCH-COUNT)
           MOVE SPACES TO WS-MT-PHONE (WS-MATCH-COUNT, 1)
           MOVE SPACES TO WS-MT-PHONE (WS-MATCH-COUNT, 2)
           MOVE SPACES TO WS-MT-PHONE (WS-MATCH-COUNT, 3)
           MOVE 0 TO WS-MT-CURRENT-HH (WS-MATCH-COUNT)
           MOVE SPACES TO WS-MT-REASON (WS-MATCH-COUNT)
           MOVE 0 TO WS-MT-MATCHED-ID (WS-MATCH-COUNT)

           IF WS-ADDRESSES-OPENED
               MOVE STUDENT-ID TO ADR-STUDENT-ID
               READ ADDRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADR-STREET NOT = SPACES
                           STRING ADR-STREET ADR-POSTCODE
                               DELIMITED BY SIZE
                               INTO WS-MT-ADDRESS-KEY (WS-MATCH-COUNT)
                           END-STRING
                       END-IF
               END-READ
           END-IF

           IF WS-GUARDIANS-OPENED
               PERFORM 1300-LOAD-GUARDIAN-PHONES
           END-IF

           IF WS-HOUSEHOLDS-OPENED
               MOVE STUDENT-ID TO HHD-STUDENT-ID
               READ HOUSEHOLDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HHD-HOUSEHOLD-ID
                           TO WS-MT-CURRENT-HH (WS-MATCH-COUNT)
               END-READ
           END-IF
           MOVE WS-MT-CURRENT-HH (WS-MATCH-COUNT)
               TO WS-MT-PROPOSED-HH (WS-MATCH-COUNT).

      ******************************************************************
      * Reads the phones of the current student's first three
      * guardians, in sequence order, into the match table.
      ******************************************************************
       1300-LOAD-GUARDIAN-PHONES.
           MOVE 0 TO WS-GDN-COUNT
           MOVE 'N' TO WS-GDN-EOF-SW
           MOVE STUDENT-ID TO GDN-STUDENT-ID
           MOVE 0 TO GDN-SEQ
           START GUARDIANS KEY IS NOT LESS THAN GDN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GDN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-GUARDIANS
               READ GUARDIANS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GDN-EOF-SW
                   NOT AT END
                       IF GDN-STUDENT-ID = STUDENT-ID
                           ADD 1 TO WS-GDN-COUNT
                           MOVE GDN-PHONE TO WS-MT-PHONE
                               (WS-MATCH-COUNT, WS-GDN-COUNT)
                           IF WS-GDN-COUNT = 3
                               MOVE 'Y' TO WS-GDN-EOF-SW
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-GDN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Writes the report headings and opens the section listing the
      * pairs left for the office to decide.
      ******************************************************************
       2000-WRITE-HEADINGS.
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TODAY TO HDG-DATE
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'MATCHES NOT PROPOSED - FOR THE OFFICE TO DECIDE'
               TO SECTION-TEXT
           MOVE SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Compares the students at WS-SUB-A and WS-SUB-B, leaving
      * ADDRESS or PHONE in the match reason when they look like one
      * family, or spaces when they do not.
      ******************************************************************
       2100-TEST-PAIR.
           MOVE SPACES TO WS-MATCH-REASON
           IF WS-MT-ADDRESS-KEY (WS-SUB-A) NOT = SPACES
               AND WS-MT-ADDRESS-KEY (WS-SUB-A) =
                   WS-MT-ADDRESS-KEY (WS-SUB-B)
               MOVE 'ADDRESS' TO WS-MATCH-REASON
           ELSE
               PERFORM VARYING WS-PHONE-A FROM 1 BY 1
                       UNTIL WS-PHONE-A > 3
                   IF WS-MT-PHONE (WS-SUB-A, WS-PHONE-A) NOT = SPACES
                       PERFORM VARYING WS-PHONE-B FROM 1 BY 1
                               UNTIL WS-PHONE-B > 3
                           IF WS-MT-PHONE (WS-SUB-A, WS-PHONE-A) =
                                   WS-MT-PHONE (WS-SUB-B, WS-PHONE-B)
                               MOVE 'PHONE' TO WS-MATCH-REASON
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Puts the matched pair into one household. The student with
      * no household joins the other's; two unlinked students found
      * a new household on the lower STUDENT-ID - the student at
      * WS-SUB-A - unless that number is already some other
      * household's. A pair in two different households is listed,
      * not merged.
      ******************************************************************
       2200-LINK-PAIR.
           MOVE WS-MT-PROPOSED-HH (WS-SUB-A) TO WS-HH-A
           MOVE WS-MT-PROPOSED-HH (WS-SUB-B) TO WS-HH-B
           EVALUATE TRUE
               WHEN WS-HH-A = WS-HH-B AND WS-HH-A NOT = 0
                   CONTINUE
               WHEN WS-HH-A = 0 AND WS-HH-B = 0
                   MOVE WS-MT-STUDENT-ID (WS-SUB-A) TO WS-NEW-HH
                   PERFORM 2300-CHECK-ID-IN-USE
                   IF WS-ID-IN-USE
                       MOVE 'HOUSEHOLD-ID ALREADY IN USE' TO CFL-TEXT
                       PERFORM 2400-WRITE-CONFLICT
                   ELSE
                       MOVE WS-NEW-HH TO WS-MT-PROPOSED-HH (WS-SUB-A)
                       MOVE WS-MATCH-REASON TO WS-MT-REASON (WS-SUB-A)
                       MOVE WS-MT-STUDENT-ID (WS-SUB-B)
                           TO WS-MT-MATCHED-ID (WS-SUB-A)
                       MOVE WS-NEW-HH TO WS-MT-PROPOSED-HH (WS-SUB-B)
                       MOVE WS-MATCH-REASON TO WS-MT-REASON (WS-SUB-B)
                       MOVE WS-MT-STUDENT-ID (WS-SUB-A)
                           TO WS-MT-MATCHED-ID (WS-SUB-B)
                   END-IF
               WHEN WS-HH-B = 0
                   MOVE WS-HH-A TO WS-MT-PROPOSED-HH (WS-SUB-B)
                   MOVE WS-MATCH-REASON TO WS-MT-REASON (WS-SUB-B)
                   MOVE WS-MT-STUDENT-ID (WS-SUB-A)
                       TO WS-MT-MATCHED-ID (WS-SUB-B)
               WHEN WS-HH-A = 0
                   MOVE WS-HH-B TO WS-MT-PROPOSED-HH (WS-SUB-A)
                   MOVE WS-MATCH-REASON TO WS-MT-REASON (WS-SUB-A)
                   MOVE WS-MT-STUDENT-ID (WS-SUB-B)
                       TO WS-MT-MATCHED-ID (WS-SUB-A)
               WHEN OTHER
                   MOVE 'IN DIFFERENT HOUSEHOLDS' TO CFL-TEXT
                   PERFORM 2400-WRITE-CONFLICT
           END-EVALUATE.

      ******************************************************************
      * Sets the in-use switch when WS-NEW-HH is already a household
      * - confirmed on students-households.txt, which may hold
      * withdrawn students' families too, or proposed earlier in
      * this run.
      ******************************************************************
       2300-CHECK-ID-IN-USE.
           MOVE 'N' TO WS-ID-IN-USE-SW
           IF WS-HOUSEHOLDS-OPENED
               MOVE WS-NEW-HH TO HHD-HOUSEHOLD-ID
               READ HOUSEHOLDS KEY IS HHD-HOUSEHOLD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ID-IN-USE-SW
               END-READ
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MATCH-COUNT
               IF WS-MT-PROPOSED-HH (WS-SUB) = WS-NEW-HH
                   MOVE 'Y' TO WS-ID-IN-USE-SW
               END-IF
           END-PERFORM.

      ******************************************************************
      * Lists the pair at WS-SUB-A and WS-SUB-B as a match the office
      * must decide, with the text set by the caller.
      ******************************************************************
       2400-WRITE-CONFLICT.
           MOVE WS-MT-STUDENT-ID (WS-SUB-A) TO CFL-STUDENT-ID-A
           MOVE WS-HH-A TO CFL-HH-A
           MOVE WS-MT-STUDENT-ID (WS-SUB-B) TO CFL-STUDENT-ID-B
           MOVE WS-HH-B TO CFL-HH-B
           MOVE WS-MATCH-REASON TO CFL-REASON
           MOVE CONFLICT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-CONFLICT-COUNT.

      ******************************************************************
      * Writes a proposal record and a report line for every student
      * whose proposed household differs from the confirmed one.
      ******************************************************************
       3000-WRITE-PROPOSALS.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PROPOSED LINKS - COPY THE CONFIRMED ONES TO '
               TO SECTION-TEXT
           MOVE SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HOUSEHOLDS-INPUT.TXT FROM HOUSEHOLDS-PROPOSED.TXT'
               TO SECTION-TEXT
           MOVE SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE COL-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MATCH-COUNT
               IF WS-MT-PROPOSED-HH (WS-SUB) NOT =
                       WS-MT-CURRENT-HH (WS-SUB)
                   MOVE WS-MT-STUDENT-ID (WS-SUB) TO PRP-STUDENT-ID
                   MOVE WS-MT-PROPOSED-HH (WS-SUB) TO PRP-HOUSEHOLD-ID
                   WRITE PRP-HOUSEHOLD-REC
                   MOVE WS-MT-STUDENT-ID (WS-SUB) TO DTL-STUDENT-ID
                   MOVE WS-MT-NAME (WS-SUB) TO DTL-NAME
                   MOVE WS-MT-CLASS (WS-SUB) TO DTL-CLASS
                   MOVE WS-MT-PROPOSED-HH (WS-SUB) TO DTL-HOUSEHOLD-ID
                   MOVE WS-MT-REASON (WS-SUB) TO DTL-REASON
                   MOVE WS-MT-MATCHED-ID (WS-SUB) TO DTL-MATCHED-ID
                   MOVE DTL-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-PROPOSAL-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * Writes the run totals at the foot of the report.
      ******************************************************************
       4000-WRITE-TOTALS.
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'STUDENTS COMPARED:' TO TOTAL-LABEL
           MOVE WS-STUDENT-COUNT TO TOTAL-COUNT
           MOVE TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LINKS PROPOSED:' TO TOTAL-LABEL
           MOVE WS-PROPOSAL-COUNT TO TOTAL-COUNT
           MOVE TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'MATCHES FOR THE OFFICE:' TO TOTAL-LABEL
           MOVE WS-CONFLICT-COUNT TO TOTAL-COUNT
           MOVE TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM HOUSEHOLD-MATCH.
