      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Suspension notice letters off the keyed
      *          students-incidents.txt file, in the style of
      *          TRUANCY-LETTERS, so the written notice of a
      *          suspension goes to the guardian off the system
      *          instead of being typed up in the deputy's office.
      *          Takes an incident date (YYYYMMDD) on the command
      *          line - today when none is given - and writes one
      *          letter page for every suspension incident dated that
      *          day, with the first guardian's name and phone merged
      *          in from students-guardians.txt, the mailing address
      *          block off students-addresses.txt, the number of
      *          suspension days and the incident's category and
      *          description. The incidents are read twice: the
      *          first pass counts the letters for the cover summary
      *          page - including how many have no guardian on file,
      *          each flagged on its letter so the gap gets chased -
      *          and the second writes the letter pages.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSION-LETTERS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT INCIDENTS ASSIGN TO 'students-incidents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INCIDENTS-STATUS.

               SELECT GUARDIANS ASSIGN TO 'students-guardians.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDN-KEY
               FILE STATUS IS WS-GUARDIANS-STATUS.

               SELECT ADDRESSES ASSIGN TO 'students-addresses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESSES-STATUS.

               SELECT LETTER-FILE ASSIGN TO 'suspension-letters.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD INCIDENTS.
           COPY INCIDENT.

           FD GUARDIANS.
           COPY GUARDIAN.

           FD ADDRESSES.
           COPY ADDRESS.

           FD LETTER-FILE.
           01 LTR-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(8).

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-INCIDENTS-STATUS PIC X(2) VALUE '00'.
               88 WS-INCIDENTS-FILE-OK VALUE '00'.
           01 WS-INCIDENTS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-INCIDENTS-OPENED VALUE 'Y'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.
           01 WS-GUARDIANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GUARDIANS-OPENED VALUE 'Y'.

           01 WS-ADDRESSES-STATUS PIC X(2) VALUE '00'.
               88 WS-ADDRESSES-FILE-OK VALUE '00'.
           01 WS-ADDRESSES-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-ADDRESSES-OPENED VALUE 'Y'.

           01 WS-INCIDENTS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INCIDENTS VALUE 'Y'.

           01 WS-GDN-EOF-SW PIC X(1).
               88 WS-END-OF-GUARDIANS VALUE 'Y'.

           01 WS-ADDRESS-FOUND-SW PIC X(1).
               88 WS-ADDRESS-FOUND VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOTICE-DATE PIC 9(8).

           01 WS-GUARDIAN-NAME PIC A(25).
           01 WS-GUARDIAN-PHONE PIC X(15).
           01 WS-GUARDIAN-FOUND-SW PIC X(1).
               88 WS-GUARDIAN-FOUND VALUE 'Y'.

           01 WS-LETTER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-DAYS-TOTAL PIC 9(5) COMP VALUE 0.
           01 WS-NO-GUARDIAN-COUNT PIC 9(5) COMP VALUE 0.

           01 COV-LINE-1.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE 'SUSPENSION NOTICE LETTERS'.

           01 COV-LINE-2.
               05 FILLER PIC X(15) VALUE 'RUN DATE: '.
               05 COV-DATE PIC 9(8).
               05 FILLER PIC X(17) VALUE '  INCIDENT DATE: '.
               05 COV-NOTICE-DATE PIC 9(8).

           01 COV-LINE-3.
               05 FILLER PIC X(20) VALUE 'LETTERS PRODUCED: '.
               05 COV-COUNT PIC ZZ,ZZ9.
               05 FILLER PIC X(19) VALUE '  SUSPENSION DAYS: '.
               05 COV-DAYS PIC ZZ,ZZ9.

           01 COV-LINE-4.
               05 FILLER PIC X(25)
                   VALUE 'NO GUARDIAN ON FILE FOR: '.
               05 COV-NO-GUARDIAN PIC ZZ,ZZ9.

           01 PAGE-BREAK-LINE.
               05 FILLER PIC X(80) VALUE ALL '-'.

           01 LTR-DATE-LINE.
               05 FILLER PIC X(6) VALUE 'DATE: '.
               05 LTR-DATE PIC 9(8).

           01 LTR-NOTICE-LINE.
               05 LTR-NOTICE-TEXT PIC X(40)
                   VALUE 'NOTICE OF SUSPENSION'.

           01 LTR-TO-LINE.
               05 FILLER PIC X(4) VALUE 'TO: '.
               05 LTR-GUARDIAN PIC X(35).

           01 LTR-PHONE-LINE.
               05 FILLER PIC X(7) VALUE 'PHONE: '.
               05 LTR-PHONE PIC X(15).

           01 LTR-RE-LINE.
               05 FILLER PIC X(4) VALUE 'RE: '.
               05 LTR-NAME PIC A(25).
               05 FILLER PIC X(9) VALUE '  CLASS: '.
               05 LTR-CLASS PIC X(3).

           01 LTR-DAYS-LINE.
               05 FILLER PIC X(37) VALUE
                   'YOUR STUDENT HAS BEEN SUSPENDED FOR '.
               05 LTR-DAYS PIC Z9.
               05 FILLER PIC X(14) VALUE ' SCHOOL DAYS'.

           01 LTR-INCIDENT-LINE.
               05 FILLER PIC X(30) VALUE
                   'FOLLOWING AN INCIDENT OF '.
               05 LTR-CATEGORY PIC X(20).
               05 FILLER PIC X(4) VALUE ' ON '.
               05 LTR-INCIDENT-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE ':'.

           01 LTR-DESCRIPTION-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LTR-DESCRIPTION PIC X(30).

           01 LTR-BODY-1 PIC X(80) VALUE
               'YOUR STUDENT MAY NOT ATTEND SCHOOL DURING THE '.
           01 LTR-BODY-2 PIC X(80) VALUE
               'SUSPENSION. PLEASE CONTACT THE DEPUTY HEAD TO ARRANGE '.
           01 LTR-BODY-3 PIC X(80) VALUE
               'A RETURN MEETING BEFORE YOUR STUDENT COMES BACK.'.
           01 LTR-BODY-4 PIC X(80) VALUE
               'SINCERELY,'.
           01 LTR-BODY-5 PIC X(80) VALUE
               'THE SCHOOL OFFICE'.

           01 NO-GUARDIAN-TEXT PIC X(35)
               VALUE '** NO GUARDIAN ON FILE **'.

           01 ADR-STREET-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADL-STREET PIC X(25).

           01 ADR-CITY-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADL-CITY PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADL-POSTCODE PIC X(10).

           01 NO-ADDRESS-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(30)
                   VALUE '** NO ADDRESS ON FILE **'.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CMDLINE = SPACE OR LOW-VALUE
               MOVE WS-TODAY TO WS-NOTICE-DATE
           ELSE
               MOVE CMDLINE TO WS-NOTICE-DATE
           END-IF

           OPEN INPUT STUDENT
           OPEN INPUT GUARDIANS
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO LETTERS WRITTEN'
               GO TO 0000-MAIN-EXIT
           END-IF
           IF NOT WS-GUARDIANS-FILE-OK
               DISPLAY 'STUDENTS-GUARDIANS.TXT NOT FOUND - LETTERS '
                   'WILL SHOW NO GUARDIAN'
           ELSE
               MOVE 'Y' TO WS-GUARDIANS-OPEN-SW
           END-IF

           PERFORM 1000-COUNT-NOTICES
           PERFORM 1500-OPEN-ADDRESSES-FILE
           OPEN OUTPUT LETTER-FILE
           PERFORM 2000-WRITE-COVER-PAGE
           PERFORM 3000-WRITE-LETTERS
           CLOSE LETTER-FILE
           IF WS-ADDRESSES-OPENED
               CLOSE ADDRESSES
           END-IF
           CLOSE STUDENT
           IF WS-GUARDIANS-OPENED
               CLOSE GUARDIANS
           END-IF
           DISPLAY 'LETTERS PRODUCED: ' WS-LETTER-COUNT
           DISPLAY 'SUSPENDED STUDENTS WITH NO GUARDIAN: '
               WS-NO-GUARDIAN-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * First pass: counts the suspensions dated on the notice date,
      * the days they carry and how many have no guardian on file,
      * for the cover summary page.
      ******************************************************************
       1000-COUNT-NOTICES.
           MOVE 'N' TO WS-INCIDENTS-EOF-SW
           OPEN INPUT INCIDENTS
           IF NOT WS-INCIDENTS-FILE-OK
               DISPLAY 'STUDENTS-INCIDENTS.TXT NOT FOUND - NO '
                   'SUSPENSIONS ON FILE'
               MOVE 'Y' TO WS-INCIDENTS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-INCIDENTS-OPEN-SW
           END-IF
           PERFORM UNTIL WS-END-OF-INCIDENTS
               READ INCIDENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INCIDENTS-EOF-SW
                   NOT AT END
                       IF INC-SUSPENSION
                               AND INC-DATE = WS-NOTICE-DATE
                           ADD 1 TO WS-LETTER-COUNT
                           ADD INC-SUSPENSION-DAYS TO WS-DAYS-TOTAL
                           MOVE INC-STUDENT-ID TO STUDENT-ID
                           PERFORM 5000-FIND-FIRST-GUARDIAN
                           IF NOT WS-GUARDIAN-FOUND
                               ADD 1 TO WS-NO-GUARDIAN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INCIDENTS-OPENED
               CLOSE INCIDENTS
               MOVE 'N' TO WS-INCIDENTS-OPEN-SW
           END-IF.

      ******************************************************************
      * Opens students-addresses.txt for the keyed lookups made
      * while printing. A missing addresses file just means every
      * letter carries the no-address flag.
      ******************************************************************
       1500-OPEN-ADDRESSES-FILE.
           OPEN INPUT ADDRESSES
           IF NOT WS-ADDRESSES-FILE-OK
               DISPLAY 'STUDENTS-ADDRESSES.TXT NOT FOUND - LETTERS '
                   'WILL SHOW NO ADDRESS'
           ELSE
               MOVE 'Y' TO WS-ADDRESSES-OPEN-SW
           END-IF.

      ******************************************************************
      * Writes the cover summary page: the run date, the incident
      * date the letters are for, the letters and suspension days
      * and how many suspended students have no guardian on file.
      ******************************************************************
       2000-WRITE-COVER-PAGE.
           MOVE COV-LINE-1 TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-TODAY TO COV-DATE
           MOVE WS-NOTICE-DATE TO COV-NOTICE-DATE
           MOVE COV-LINE-2 TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-LETTER-COUNT TO COV-COUNT
           MOVE WS-DAYS-TOTAL TO COV-DAYS
           MOVE COV-LINE-3 TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-NO-GUARDIAN-COUNT TO COV-NO-GUARDIAN
           MOVE COV-LINE-4 TO LTR-LINE
           WRITE LTR-LINE.

      ******************************************************************
      * Second pass: writes one letter page for every suspension
      * dated on the notice date, separated by a page-break line.
      ******************************************************************
       3000-WRITE-LETTERS.
           MOVE 'N' TO WS-INCIDENTS-EOF-SW
           OPEN INPUT INCIDENTS
           IF NOT WS-INCIDENTS-FILE-OK
               MOVE 'Y' TO WS-INCIDENTS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-INCIDENTS-OPEN-SW
           END-IF
           PERFORM UNTIL WS-END-OF-INCIDENTS
               READ INCIDENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INCIDENTS-EOF-SW
                   NOT AT END
                       IF INC-SUSPENSION
                               AND INC-DATE = WS-NOTICE-DATE
                           PERFORM 3100-READ-STUDENT
                           PERFORM 5000-FIND-FIRST-GUARDIAN
                           PERFORM 3500-WRITE-ONE-LETTER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INCIDENTS-OPENED
               CLOSE INCIDENTS
               MOVE 'N' TO WS-INCIDENTS-OPEN-SW
           END-IF.

      ******************************************************************
      * Reads the suspended student's roster record by key for the
      * name and class on the letter. An incident whose student has
      * since been purged still gets its letter, with the name left
      * blank.
      ******************************************************************
       3100-READ-STUDENT.
           MOVE INC-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE INC-STUDENT-ID TO STUDENT-ID
                   MOVE SPACES TO NAME
                   MOVE SPACES TO CLASS-NAME
           END-READ.

      ******************************************************************
      * Writes the letter page for the incident just read: the
      * guardian's name and phone - or the no-guardian flag - the
      * address block, the suspension days, the incident's category,
      * date and description, and the standard notice text.
      ******************************************************************
       3500-WRITE-ONE-LETTER.
           MOVE PAGE-BREAK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-TODAY TO LTR-DATE
           MOVE LTR-DATE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-NOTICE-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF WS-GUARDIAN-FOUND
               MOVE WS-GUARDIAN-NAME TO LTR-GUARDIAN
           ELSE
               MOVE NO-GUARDIAN-TEXT TO LTR-GUARDIAN
           END-IF
           MOVE LTR-TO-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF WS-GUARDIAN-FOUND
               MOVE WS-GUARDIAN-PHONE TO LTR-PHONE
               MOVE LTR-PHONE-LINE TO LTR-LINE
               WRITE LTR-LINE
           END-IF
           PERFORM 3600-WRITE-ADDRESS-BLOCK
           MOVE NAME TO LTR-NAME
           MOVE CLASS-NAME TO LTR-CLASS
           MOVE LTR-RE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE INC-SUSPENSION-DAYS TO LTR-DAYS
           MOVE LTR-DAYS-LINE TO LTR-LINE
           WRITE LTR-LINE
           PERFORM 3700-NAME-CATEGORY
           MOVE INC-DATE TO LTR-INCIDENT-DATE
           MOVE LTR-INCIDENT-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE INC-DESCRIPTION TO LTR-DESCRIPTION
           MOVE LTR-DESCRIPTION-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-1 TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-2 TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-3 TO LTR-LINE
           WRITE LTR-LINE
           MOVE BLANK-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-4 TO LTR-LINE
           WRITE LTR-LINE
           MOVE LTR-BODY-5 TO LTR-LINE
           WRITE LTR-LINE.

      ******************************************************************
      * Prints the mailing address block for the student the letter
      * is for, read by key off students-addresses.txt - or the
      * no-address flag so the gap gets chased.
      ******************************************************************
       3600-WRITE-ADDRESS-BLOCK.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           IF WS-ADDRESSES-OPENED
               MOVE STUDENT-ID TO ADR-STUDENT-ID
               READ ADDRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ADDRESS-FOUND-SW
               END-READ
           END-IF
           IF WS-ADDRESS-FOUND
               MOVE ADR-STREET TO ADL-STREET
               MOVE ADR-STREET-LINE TO LTR-LINE
               WRITE LTR-LINE
               MOVE ADR-CITY TO ADL-CITY
               MOVE ADR-POSTCODE TO ADL-POSTCODE
               MOVE ADR-CITY-LINE TO LTR-LINE
               WRITE LTR-LINE
           ELSE
               MOVE NO-ADDRESS-LINE TO LTR-LINE
               WRITE LTR-LINE
           END-IF.

      ******************************************************************
      * Spells out the incident's category code for the letter.
      ******************************************************************
       3700-NAME-CATEGORY.
           EVALUATE TRUE
               WHEN INC-DISRUPTION
                   MOVE 'DISRUPTION' TO LTR-CATEGORY
               WHEN INC-DEFIANCE
                   MOVE 'DEFIANCE' TO LTR-CATEGORY
               WHEN INC-BULLYING
                   MOVE 'BULLYING' TO LTR-CATEGORY
               WHEN INC-FIGHTING
                   MOVE 'FIGHTING' TO LTR-CATEGORY
               WHEN INC-DAMAGE
                   MOVE 'DAMAGE TO PROPERTY' TO LTR-CATEGORY
               WHEN INC-SUBSTANCE
                   MOVE 'PROHIBITED SUBSTANCE' TO LTR-CATEGORY
               WHEN OTHER
                   MOVE 'MISCONDUCT' TO LTR-CATEGORY
           END-EVALUATE.

      ******************************************************************
      * Reads the current student's first guardian - the lowest
      * sequence on file - into the merge fields, leaving the found
      * switch off when the student has none.
      ******************************************************************
       5000-FIND-FIRST-GUARDIAN.
           MOVE 'N' TO WS-GUARDIAN-FOUND-SW
           MOVE SPACES TO WS-GUARDIAN-NAME
           MOVE SPACES TO WS-GUARDIAN-PHONE
           IF WS-GUARDIANS-OPENED
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
                               MOVE GDN-NAME TO WS-GUARDIAN-NAME
                               MOVE GDN-PHONE TO WS-GUARDIAN-PHONE
                               MOVE 'Y' TO WS-GUARDIAN-FOUND-SW
                           END-IF
                           MOVE 'Y' TO WS-GDN-EOF-SW
                   END-READ
               END-PERFORM
           END-IF.

       END PROGRAM SUSPENSION-LETTERS.
