      *                   keyed students-addresses.txt, the same as
      *                   the other letter runs, so the envelope
      *                   stops being addressed by hand.
      *   2026-10-15 GF - HOUSEHOLD as a third command-line field
      *                   (FIRST,FINAL,HOUSEHOLD) puts the letters
      *                   for brothers and sisters linked on
      *                   students-households.txt in one envelope: an
      *                   envelope page addressed to the household's
      *                   lowest STUDENT-ID, then each child's letter,
      *                   all written when the first of them comes
      *                   up.
      *   2026-10-15 GF - Look up attendance, guardians and addresses
      *                   and close those files off switches set when
      *                   the files open, not the file status every READ
      *                   overwrites.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUANCY-LETTERS.
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESSES-STATUS.

               SELECT HOUSEHOLDS ASSIGN TO 'students-households.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHD-STUDENT-ID
               ALTERNATE RECORD KEY IS HHD-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOUSEHOLDS-STATUS.

               SELECT LETTER-FILE ASSIGN TO 'truancy-letters.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

           FD ADDRESSES.
           COPY ADDRESS.

           FD HOUSEHOLDS.
           COPY HOUSEHLD.

           FD LETTER-FILE.
           01 LTR-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(20).

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-ATTENDANCE-STATUS PIC X(2) VALUE '00'.
               88 WS-ATTENDANCE-FILE-OK VALUE '00'.
           01 WS-ATTENDANCE-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ATTENDANCE-OPENED VALUE 'Y'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.
           01 WS-GUARDIANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GUARDIANS-OPENED VALUE 'Y'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
           01 WS-ADDRESSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ADDRESSES-OPENED VALUE 'Y'.

           01 WS-ADDRESS-FOUND-SW PIC X(1).
               88 WS-ADDRESS-FOUND VALUE 'Y'.

           01 WS-FIRST-THRESHOLD-X PIC X(3).
           01 WS-FINAL-THRESHOLD-X PIC X(3).
           01 WS-MODE-X PIC X(10).

           01 WS-HOUSEHOLD-MODE-SW PIC X(1) VALUE 'N'.
               88 WS-HOUSEHOLD-MODE VALUE 'Y'.

           01 WS-HOUSEHOLDS-STATUS PIC X(2) VALUE '00'.
               88 WS-HOUSEHOLDS-FILE-OK VALUE '00'.

      *    Household mode only: every letter due to a student linked
      *    to a household, held from the first pass with the roster
      *    record, the absent run, the notice level and the guardian
      *    merge fields, so the household's letters can all be
      *    written together.
           01 WS-LETTER-TABLE.
               05 WS-LETTER-ENTRY OCCURS 1000 TIMES.
                   10 WS-LTB-HOUSEHOLD-ID PIC 9(5).
                   10 WS-LTB-STUDENT-ID PIC 9(5).
                   10 WS-LTB-STUDENT-REC PIC X(44).
                   10 WS-LTB-LONGEST-RUN PIC 9(3).
                   10 WS-LTB-NOTICE-SW PIC X(1).
                   10 WS-LTB-GUARDIAN-FOUND-SW PIC X(1).
                   10 WS-LTB-GUARDIAN-NAME PIC A(25).
                   10 WS-LTB-GUARDIAN-PHONE PIC X(15).
                   10 WS-LTB-WRITTEN-SW PIC X(1).
           01 WS-LETTER-TABLE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LTB-SUB PIC 9(5) COMP.
           01 WS-LTB-FOUND-SUB PIC 9(5) COMP.
           01 WS-LTB-OTHER-SUB PIC 9(5) COMP.
           01 WS-CURRENT-HOUSEHOLD PIC 9(5).
           01 WS-ENCLOSED-COUNT PIC 9(5) COMP.
           01 WS-ENVELOPE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-SEEN-SW PIC X(1).
               88 WS-HOUSEHOLD-SEEN VALUE 'Y'.

      *    The shipped escalation thresholds - a first notice at
      *    three consecutive absent days and a final notice at five -
                   VALUE 'NO GUARDIAN ON FILE FOR: '.
               05 COV-NO-GUARDIAN PIC ZZ,ZZ9.

           01 COV-LINE-7.
               05 FILLER PIC X(20) VALUE 'ENVELOPES: '.
               05 COV-ENVELOPES PIC ZZ,ZZ9.

           01 ENV-TITLE-LINE.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(30) VALUE 'HOUSEHOLD ENVELOPE'.

           01 ENV-TO-LINE.
               05 FILLER PIC X(24)
                   VALUE 'TO THE FAMILY OF: '.
               05 ENV-NAME PIC A(25).

           01 ENV-ID-LINE.
               05 FILLER PIC X(14) VALUE 'HOUSEHOLD-ID: '.
               05 ENV-HOUSEHOLD-ID PIC 9(5).
               05 FILLER PIC X(21) VALUE '  LETTERS ENCLOSED: '.
               05 ENV-ENCLOSED PIC ZZ9.

           01 PAGE-BREAK-LINE.
               05 FILLER PIC X(80) VALUE ALL '-'.

           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 0500-PARSE-THRESHOLDS
           IF WS-MODE-X = 'HOUSEHOLD' OR WS-MODE-X = 'H'
               PERFORM 0600-OPEN-HOUSEHOLDS-FILE
           END-IF

           PERFORM 1000-COUNT-NOTICES
           IF WS-HOUSEHOLD-MODE
               PERFORM 1100-COUNT-ENVELOPES
           END-IF
           PERFORM 1500-OPEN-ADDRESSES-FILE
           OPEN OUTPUT LETTER-FILE
           PERFORM 2000-WRITE-COVER-PAGE
           PERFORM 3000-WRITE-LETTERS
               THRU 3000-WRITE-LETTERS-EXIT
           CLOSE LETTER-FILE
           IF WS-ADDRESSES-OPENED
               CLOSE ADDRESSES
           END-IF
           IF WS-HOUSEHOLD-MODE
               CLOSE HOUSEHOLDS
               DISPLAY 'ENVELOPES: ' WS-ENVELOPE-COUNT
           END-IF
           DISPLAY 'LETTERS PRODUCED: ' WS-LETTER-COUNT
           DISPLAY 'TRUANT STUDENTS WITH NO GUARDIAN: '
               WS-NO-GUARDIAN-COUNT.

      ******************************************************************
      * Parses FIRST,FINAL thresholds off the command line. Either
      * field left empty keeps its shipped default. A third field
      * of HOUSEHOLD asks for one envelope per household.
      ******************************************************************
       0500-PARSE-THRESHOLDS.
           MOVE SPACES TO WS-FIRST-THRESHOLD-X
           MOVE SPACES TO WS-FINAL-THRESHOLD-X
           MOVE SPACES TO WS-MODE-X
           UNSTRING CMDLINE DELIMITED BY ','
               INTO WS-FIRST-THRESHOLD-X WS-FINAL-THRESHOLD-X
                    WS-MODE-X
           END-UNSTRING
           IF WS-FIRST-THRESHOLD-X NOT = SPACES
               MOVE WS-FIRST-THRESHOLD-X TO WS-FIRST-THRESHOLD
               MOVE WS-FINAL-THRESHOLD-X TO WS-FINAL-THRESHOLD
           END-IF.

      ******************************************************************
      * Opens students-households.txt for the household mode. A
      * missing households file means no family has been confirmed
      * yet, and every letter goes in its own envelope.
      ******************************************************************
       0600-OPEN-HOUSEHOLDS-FILE.
           OPEN INPUT HOUSEHOLDS
           IF WS-HOUSEHOLDS-FILE-OK
               MOVE 'Y' TO WS-HOUSEHOLD-MODE-SW
           ELSE
               DISPLAY 'STUDENTS-HOUSEHOLDS.TXT NOT FOUND - ONE '
                   'ENVELOPE PER LETTER'
           END-IF.

      ******************************************************************
      * First pass over the roster: measures every active student's
      * longest run of consecutive absent days and counts the
               DISPLAY 'STUDENTS-ATTENDANCE.TXT NOT FOUND - NO '
                   'LETTERS TO PRODUCE'
               MOVE 'Y' TO WS-FILES-MISSING-SW
           ELSE
               MOVE 'Y' TO WS-ATTENDANCE-OPEN-SW
           END-IF
           OPEN INPUT GUARDIANS
           IF NOT WS-GUARDIANS-FILE-OK
               DISPLAY 'STUDENTS-GUARDIANS.TXT NOT FOUND - LETTERS '
                   'WILL CARRY NO GUARDIAN DETAILS'
           ELSE
               MOVE 'Y' TO WS-GUARDIANS-OPEN-SW
           END-IF
           IF NOT WS-FILES-MISSING
               PERFORM UNTIL WS-END-OF-STUDENT-FILE
                                       ADD 1
                                           TO WS-NO-GUARDIAN-COUNT
                                   END-IF
                                   IF WS-HOUSEHOLD-MODE
                                       PERFORM 1050-HOLD-LETTER
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               CLOSE STUDENT
           END-IF.

      ******************************************************************
      * Holds the letter just judged in the letter table when its
      * student is linked to a household.
      ******************************************************************
       1050-HOLD-LETTER.
           MOVE STUDENT-ID TO HHD-STUDENT-ID
           READ HOUSEHOLDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-LETTER-TABLE-COUNT < 1000
                       ADD 1 TO WS-LETTER-TABLE-COUNT
                       MOVE WS-LETTER-TABLE-COUNT TO WS-LTB-SUB
                       MOVE HHD-HOUSEHOLD-ID
                           TO WS-LTB-HOUSEHOLD-ID (WS-LTB-SUB)
                       MOVE STUDENT-ID TO WS-LTB-STUDENT-ID (WS-LTB-SUB)
                       MOVE STUDENT-FILE
                           TO WS-LTB-STUDENT-REC (WS-LTB-SUB)
                       MOVE WS-LONGEST-RUN
                           TO WS-LTB-LONGEST-RUN (WS-LTB-SUB)
                       MOVE WS-NOTICE-SW
                           TO WS-LTB-NOTICE-SW (WS-LTB-SUB)
                       MOVE WS-GUARDIAN-FOUND-SW
                           TO WS-LTB-GUARDIAN-FOUND-SW (WS-LTB-SUB)
                       MOVE WS-GUARDIAN-NAME
                           TO WS-LTB-GUARDIAN-NAME (WS-LTB-SUB)
                       MOVE WS-GUARDIAN-PHONE
                           TO WS-LTB-GUARDIAN-PHONE (WS-LTB-SUB)
                       MOVE 'N' TO WS-LTB-WRITTEN-SW (WS-LTB-SUB)
                   ELSE
                       DISPLAY 'LETTER TABLE FULL - STUDENT-ID '
                           STUDENT-ID ' GETS ITS OWN ENVELOPE'
                   END-IF
           END-READ.

      ******************************************************************
      * Counts the envelopes for the cover page: one per letter for
      * a student in no household, one per household for the rest.
      ******************************************************************
       1100-COUNT-ENVELOPES.
           COMPUTE WS-ENVELOPE-COUNT =
               WS-LETTER-COUNT - WS-LETTER-TABLE-COUNT
           PERFORM VARYING WS-LTB-SUB FROM 1 BY 1
                   UNTIL WS-LTB-SUB > WS-LETTER-TABLE-COUNT
               MOVE 'N' TO WS-SEEN-SW
               PERFORM VARYING WS-LTB-OTHER-SUB FROM 1 BY 1
                       UNTIL WS-LTB-OTHER-SUB >= WS-LTB-SUB
                   IF WS-LTB-HOUSEHOLD-ID (WS-LTB-OTHER-SUB) =
                           WS-LTB-HOUSEHOLD-ID (WS-LTB-SUB)
                       MOVE 'Y' TO WS-SEEN-SW
                   END-IF
               END-PERFORM
               IF NOT WS-HOUSEHOLD-SEEN
                   ADD 1 TO WS-ENVELOPE-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * Writes the cover summary page: the run date, the thresholds
      * in force, the letters due at each level and how many truant
           WRITE LTR-LINE
           MOVE WS-NO-GUARDIAN-COUNT TO COV-NO-GUARDIAN
           MOVE COV-LINE-6 TO LTR-LINE
           WRITE LTR-LINE
           IF WS-HOUSEHOLD-MODE
               MOVE WS-ENVELOPE-COUNT TO COV-ENVELOPES
               MOVE COV-LINE-7 TO LTR-LINE
               WRITE LTR-LINE
           END-IF.

      ******************************************************************
      * Second pass: writes one letter page for every student whose
      * longest absent run reaches a threshold, separated by a
      * page-break rule line. In household mode a held letter goes
      * out with its household's, written when the household's
      * first letter comes up.
      ******************************************************************
       3000-WRITE-LETTERS.
           IF WS-FILES-MISSING OR WS-LETTER-COUNT = 0
               IF WS-ATTENDANCE-OPENED
                   CLOSE ATTENDANCE
               END-IF
               IF WS-GUARDIANS-OPENED
                   CLOSE GUARDIANS
               END-IF
               GO TO 3000-WRITE-LETTERS-EXIT
                           PERFORM 4000-MEASURE-ABSENT-RUN
                           PERFORM 4500-JUDGE-NOTICE
                           IF WS-NOTICE-DUE
                               MOVE 0 TO WS-LTB-FOUND-SUB
                               IF WS-HOUSEHOLD-MODE
                                   PERFORM 3050-FIND-HELD-LETTER
                               END-IF
                               IF WS-LTB-FOUND-SUB > 0
                                   IF WS-LTB-WRITTEN-SW
                                           (WS-LTB-FOUND-SUB) = 'N'
                                       PERFORM 3400-WRITE-HOUSEHOLD
                                   END-IF
                               ELSE
                                   PERFORM 5000-FIND-FIRST-GUARDIAN
                                   PERFORM 3500-WRITE-ONE-LETTER
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT
           CLOSE ATTENDANCE
           IF WS-GUARDIANS-OPENED
               CLOSE GUARDIANS
           END-IF.
       3000-WRITE-LETTERS-EXIT.
           EXIT.

      ******************************************************************
      * Leaves the letter-table entry for the student just read in
      * WS-LTB-FOUND-SUB, or zero when its letter was not held.
      ******************************************************************
       3050-FIND-HELD-LETTER.
           MOVE 0 TO WS-LTB-FOUND-SUB
           PERFORM VARYING WS-LTB-SUB FROM 1 BY 1
                   UNTIL WS-LTB-SUB > WS-LETTER-TABLE-COUNT
                      OR WS-LTB-FOUND-SUB > 0
               IF WS-LTB-STUDENT-ID (WS-LTB-SUB) = STUDENT-ID
                   MOVE WS-LTB-SUB TO WS-LTB-FOUND-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * Writes the envelope page for the household of the held
      * letter at WS-LTB-FOUND-SUB - addressed to the student just
      * read, the household's lowest STUDENT-ID with a letter due -
      * then every held letter for the household, each restored into
      * the roster record and merge fields and written as usual, and
      * marked written. The roster is read sequentially, so the
      * restored record does not move the read position.
      ******************************************************************
       3400-WRITE-HOUSEHOLD.
           MOVE WS-LTB-HOUSEHOLD-ID (WS-LTB-FOUND-SUB)
               TO WS-CURRENT-HOUSEHOLD
           MOVE 0 TO WS-ENCLOSED-COUNT
           PERFORM VARYING WS-LTB-SUB FROM 1 BY 1
                   UNTIL WS-LTB-SUB > WS-LETTER-TABLE-COUNT
               IF WS-LTB-HOUSEHOLD-ID (WS-LTB-SUB) =
                       WS-CURRENT-HOUSEHOLD
                   ADD 1 TO WS-ENCLOSED-COUNT
               END-IF
           END-PERFORM
           MOVE PAGE-BREAK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE ENV-TITLE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE NAME TO ENV-NAME
           MOVE ENV-TO-LINE TO LTR-LINE
           WRITE LTR-LINE
           PERFORM 3600-WRITE-ADDRESS-BLOCK
           MOVE WS-CURRENT-HOUSEHOLD TO ENV-HOUSEHOLD-ID
           MOVE WS-ENCLOSED-COUNT TO ENV-ENCLOSED
           MOVE ENV-ID-LINE TO LTR-LINE
           WRITE LTR-LINE
           PERFORM VARYING WS-LTB-SUB FROM 1 BY 1
                   UNTIL WS-LTB-SUB > WS-LETTER-TABLE-COUNT
               IF WS-LTB-HOUSEHOLD-ID (WS-LTB-SUB) =
                       WS-CURRENT-HOUSEHOLD
                   MOVE 'Y' TO WS-LTB-WRITTEN-SW (WS-LTB-SUB)
                   MOVE WS-LTB-STUDENT-REC (WS-LTB-SUB) TO STUDENT-FILE
                   MOVE WS-LTB-LONGEST-RUN (WS-LTB-SUB)
                       TO WS-LONGEST-RUN
                   MOVE WS-LTB-NOTICE-SW (WS-LTB-SUB) TO WS-NOTICE-SW
                   MOVE WS-LTB-GUARDIAN-FOUND-SW (WS-LTB-SUB)
                       TO WS-GUARDIAN-FOUND-SW
                   MOVE WS-LTB-GUARDIAN-NAME (WS-LTB-SUB)
                       TO WS-GUARDIAN-NAME
                   MOVE WS-LTB-GUARDIAN-PHONE (WS-LTB-SUB)
                       TO WS-GUARDIAN-PHONE
                   PERFORM 3500-WRITE-ONE-LETTER
               END-IF
           END-PERFORM.

      ******************************************************************
      * Writes the letter page for the student just judged: the
      * notice level, the guardian's name and phone - or the
           IF NOT WS-ADDRESSES-FILE-OK
               DISPLAY 'STUDENTS-ADDRESSES.TXT NOT FOUND - LETTERS '
                   'WILL SHOW NO ADDRESS'
           ELSE
               MOVE 'Y' TO WS-ADDRESSES-OPEN-SW
           END-IF.

      ******************************************************************
      ******************************************************************
       3600-WRITE-ADDRESS-BLOCK.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           IF WS-ADDRESSES-OPENED
               MOVE STUDENT-ID TO ADR-STUDENT-ID
               READ ADDRESSES
                   INVALID KEY
           MOVE 'N' TO WS-GUARDIAN-FOUND-SW
           MOVE SPACES TO WS-GUARDIAN-NAME
           MOVE SPACES TO WS-GUARDIAN-PHONE
           IF WS-GUARDIANS-OPENED
               MOVE 'N' TO WS-GDN-EOF-SW
               MOVE STUDENT-ID TO GDN-STUDENT-ID
               MOVE 0 TO GDN-SEQ
