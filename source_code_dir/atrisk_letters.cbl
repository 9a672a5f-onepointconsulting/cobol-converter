      *                   envelope stops being addressed by hand. A
      *                   student with no address on file is flagged
      *                   on the page instead.
      *   2026-10-15 GF - HOUSEHOLD on the command line puts the
      *                   letters for brothers and sisters linked on
      *                   students-households.txt in one envelope: an
      *                   envelope page addressed to the household's
      *                   lowest STUDENT-ID, then each child's letter,
      *                   all written when the first of them comes
      *                   up.
      *   2026-10-15 GF - Print address blocks off a switch set when
      *                   students-addresses.txt opens, not the file
      *                   status a missing address's READ overwrites.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRISK-LETTERS.
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESSES-STATUS.

               SELECT HOUSEHOLDS ASSIGN TO 'students-households.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHD-STUDENT-ID
               ALTERNATE RECORD KEY IS HHD-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOUSEHOLDS-STATUS.

               SELECT LETTER-FILE ASSIGN TO 'atrisk-letters.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

           FD ADDRESSES.
           COPY ADDRESS.

           FD HOUSEHOLDS.
           COPY HOUSEHLD.

           FD LETTER-FILE.
           01 LTR-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(10).

           01 WS-HOUSEHOLD-MODE-SW PIC X(1) VALUE 'N'.
               88 WS-HOUSEHOLD-MODE VALUE 'Y'.

           01 WS-HOUSEHOLDS-STATUS PIC X(2) VALUE '00'.
               88 WS-HOUSEHOLDS-FILE-OK VALUE '00'.

      *    Household mode only: every AT-RISK record whose student is
      *    linked to a household, held whole from the first pass so
      *    the household's letters can all be written together.
           01 WS-LETTER-TABLE.
               05 WS-LETTER-ENTRY OCCURS 1000 TIMES.
                   10 WS-LTB-HOUSEHOLD-ID PIC 9(5).
                   10 WS-LTB-STUDENT-ID PIC 9(5).
                   10 WS-LTB-SCORED-REC PIC X(51).
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

           01 WS-SCORED-STATUS PIC X(2) VALUE '00'.
               88 WS-SCORED-FILE-OK VALUE '00'.


           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
           01 WS-ADDRESSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ADDRESSES-OPENED VALUE 'Y'.

           01 WS-ADDRESS-FOUND-SW PIC X(1).
               88 WS-ADDRESS-FOUND VALUE 'Y'.
               05 FILLER PIC X(20) VALUE 'STUDENTS SCORED: '.
               05 COV-SCORED PIC ZZ,ZZ9.

           01 COV-LINE-5.
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


       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CMDLINE = 'HOUSEHOLD' OR CMDLINE = 'H'
               PERFORM 0600-OPEN-HOUSEHOLDS-FILE
           END-IF

           PERFORM 1000-COUNT-AT-RISK
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
           DISPLAY 'LETTERS PRODUCED: ' WS-LETTER-COUNT.
       STOP RUN.

           IF NOT WS-ADDRESSES-FILE-OK
               DISPLAY 'STUDENTS-ADDRESSES.TXT NOT FOUND - LETTERS '
                   'WILL SHOW NO ADDRESS'
           ELSE
               MOVE 'Y' TO WS-ADDRESSES-OPEN-SW
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
      * First pass over students-scored.txt: counts the AT-RISK
      * records for the cover page. A missing scored file just means
      * no letters. In household mode the AT-RISK records of
      * students linked to a household are held in the letter table.
      ******************************************************************
       1000-COUNT-AT-RISK.
           MOVE 'N' TO WS-SCORED-EOF-SW
                           ADD 1 TO WS-SCORED-COUNT
                           IF SCR-PREDICTED-OUTCOME = 'AT-RISK'
                               ADD 1 TO WS-LETTER-COUNT
                               IF WS-HOUSEHOLD-MODE
                                   PERFORM 1050-HOLD-HOUSEHOLD-LETTER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORED-STUDENT
           END-IF.

      ******************************************************************
      * Holds the AT-RISK record just read in the letter table when
      * its student is linked to a household.
      ******************************************************************
       1050-HOLD-HOUSEHOLD-LETTER.
           MOVE SCR-STUDENT-ID TO HHD-STUDENT-ID
           READ HOUSEHOLDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-LETTER-TABLE-COUNT < 1000
                       ADD 1 TO WS-LETTER-TABLE-COUNT
                       MOVE HHD-HOUSEHOLD-ID TO WS-LTB-HOUSEHOLD-ID
                           (WS-LETTER-TABLE-COUNT)
                       MOVE SCR-STUDENT-ID TO WS-LTB-STUDENT-ID
                           (WS-LETTER-TABLE-COUNT)
                       MOVE SCORED-STUDENT-FILE TO WS-LTB-SCORED-REC
                           (WS-LETTER-TABLE-COUNT)
                       MOVE 'N' TO WS-LTB-WRITTEN-SW
                           (WS-LETTER-TABLE-COUNT)
                   ELSE
                       DISPLAY 'LETTER TABLE FULL - STUDENT-ID '
                           SCR-STUDENT-ID ' GETS ITS OWN ENVELOPE'
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
      * Writes the cover summary page: run date, how many students
      * were scored and how many letters follow.
           WRITE LTR-LINE
           MOVE WS-LETTER-COUNT TO COV-COUNT
           MOVE COV-LINE-3 TO LTR-LINE
           WRITE LTR-LINE
           IF WS-HOUSEHOLD-MODE
               MOVE WS-ENVELOPE-COUNT TO COV-ENVELOPES
               MOVE COV-LINE-5 TO LTR-LINE
               WRITE LTR-LINE
           END-IF.

      ******************************************************************
      * Second pass: writes one letter page for every AT-RISK record,
      * separated by a page-break rule line. In household mode a
      * held record's letter goes out with its household's, written
      * when the household's first letter comes up.
      ******************************************************************
       3000-WRITE-LETTERS.
           IF WS-SCORED-FILE-MISSING OR WS-LETTER-COUNT = 0
                       MOVE 'Y' TO WS-SCORED-EOF-SW
                   NOT AT END
                       IF SCR-PREDICTED-OUTCOME = 'AT-RISK'
                           MOVE 0 TO WS-LTB-FOUND-SUB
                           IF WS-HOUSEHOLD-MODE
                               PERFORM 3050-FIND-HELD-LETTER
                           END-IF
                           IF WS-LTB-FOUND-SUB > 0
                               IF WS-LTB-WRITTEN-SW (WS-LTB-FOUND-SUB)
                                       = 'N'
                                   PERFORM 3400-WRITE-HOUSEHOLD
                               END-IF
                           ELSE
                               PERFORM 3500-WRITE-ONE-LETTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       3000-WRITE-LETTERS-EXIT.
           EXIT.

      ******************************************************************
      * Leaves the letter-table entry for the record just read in
      * WS-LTB-FOUND-SUB, or zero when it was not held.
      ******************************************************************
       3050-FIND-HELD-LETTER.
           MOVE 0 TO WS-LTB-FOUND-SUB
           PERFORM VARYING WS-LTB-SUB FROM 1 BY 1
                   UNTIL WS-LTB-SUB > WS-LETTER-TABLE-COUNT
                      OR WS-LTB-FOUND-SUB > 0
               IF WS-LTB-STUDENT-ID (WS-LTB-SUB) = SCR-STUDENT-ID
                   MOVE WS-LTB-SUB TO WS-LTB-FOUND-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * Writes the envelope page for the household of the held
      * letter at WS-LTB-FOUND-SUB - addressed to the record just
      * read, the household's first - then every held letter for
      * the household, each restored into the scored record and
      * written as usual, and marked written.
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
           MOVE SCR-NAME TO ENV-NAME
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
                   MOVE WS-LTB-SCORED-REC (WS-LTB-SUB)
                       TO SCORED-STUDENT-FILE
                   PERFORM 3500-WRITE-ONE-LETTER
               END-IF
           END-PERFORM.

      ******************************************************************
      * Writes the letter page for the AT-RISK record just read.
      ******************************************************************
      ******************************************************************
       3600-WRITE-ADDRESS-BLOCK.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           IF WS-ADDRESSES-OPENED
               MOVE SCR-STUDENT-ID TO ADR-STUDENT-ID
               READ ADDRESSES
                   INVALID KEY
