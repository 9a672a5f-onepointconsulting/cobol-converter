      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Load the nurse's health cards from health-input.txt
      *          into the keyed students-health.txt file, one record
      *          per student. A P (profile) line sets the student's
      *          allergy and medical-condition flags and medication
      *          note, replacing what was there; an I (immunization)
      *          line adds one dose - a vaccine code and the date it
      *          was given - to the student's immunization list. The
      *          first line for a student creates the record. A line
      *          whose STUDENT-ID is not on the indexed students.txt
      *          is rejected NOT-FOUND the way WRITE-GUARDIAN-FILE
      *          rejects an orphaned guardian; a type that is not P
      *          or I, a flag that is not Y or N, a dose with no
      *          vaccine code or a date that is missing or in the
      *          future, or a dose that would overflow the list is
      *          rejected BAD-CODE; and a dose already on the list
      *          with the same code and date is rejected DUPLICATE,
      *          all to students-rejects.txt. Every change is audited
      *          and journaled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-HEALTH-FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT HEALTH ASSIGN TO 'students-health.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLT-STUDENT-ID
               FILE STATUS IS WS-HEALTH-STATUS.

               SELECT REJECTS-FILE ASSIGN TO 'students-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT INPUT-CTL ASSIGN TO 'health-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD HEALTH.
           COPY HEALTH.

           FD REJECTS-FILE.
           COPY REJECT.

           FD AUDIT-FILE.
           COPY AUDIT.

      *    One line per profile or dose. A P line carries the eight
      *    flags in HEALTH.CPY order - nuts, insect, medicine and
      *    other allergy, then asthma, diabetes, epilepsy and other
      *    condition - and the medication note; an I line carries a
      *    vaccine code and the date the dose was given.
           FD INPUT-CTL.
           01 IHL-HEALTH-REC.
               05 IHL-STUDENT-ID PIC 9(5).
               05 IHL-TYPE PIC X(1).
                   88 IHL-PROFILE VALUE 'P'.
                   88 IHL-IMMUNIZATION VALUE 'I'.
               05 IHL-PROFILE-DATA.
                   10 IHL-FLAGS.
                       15 IHL-FLAG PIC X(1) OCCURS 8 TIMES.
                   10 IHL-MEDICATION PIC X(40).
               05 IHL-DOSE-DATA REDEFINES IHL-PROFILE-DATA.
                   10 IHL-VACCINE-CODE PIC X(4).
                   10 IHL-DOSE-DATE PIC 9(8).
                   10 FILLER PIC X(36).

           FD JOURNAL-FILE.
           COPY JOURNAL.

           WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-HEALTH-STATUS PIC X(2) VALUE '00'.
               88 WS-HEALTH-FILE-OK VALUE '00'.
               88 WS-HEALTH-FILE-NOT-FOUND VALUE '35'.

           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
               88 WS-INPUT-FILE-OK VALUE '00'.

           01 WS-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-INPUT-FILE VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-CANDIDATE-ID PIC 9(5).

      *    Doses the immunization list holds - the OCCURS in
      *    HEALTH.CPY.
           01 WS-MAX-DOSES PIC 9(2) VALUE 20.
           01 WS-IMM-SUB PIC 9(2) COMP.
           01 WS-FLAG-SUB PIC 9(2) COMP.

           01 WS-BAD-CODE-SW PIC X(1).
               88 WS-BAD-CODE VALUE 'Y'.

           01 WS-DUP-SW PIC X(1).
               88 WS-DUPLICATE-FOUND VALUE 'Y'.

           01 WS-ON-FILE-SW PIC X(1).
               88 WS-HEALTH-ON-FILE VALUE 'Y'.

           01 WS-OLD-FLAGS PIC X(8).
           01 WS-OLD-MEDICATION PIC X(40).

           01 WS-WRITTEN-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-UPDATED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 1000-OPEN-STUDENT-FILE
           PERFORM 1050-OPEN-HEALTH-FILE
           PERFORM 1100-OPEN-REJECTS-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE

           IF WS-STUDENT-FILE-NOT-FOUND
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO VALIDATE'
                   ' HEALTH RECORDS AGAINST'
           ELSE
               PERFORM 1300-OPEN-INPUT-FILE
               PERFORM UNTIL WS-END-OF-INPUT-FILE
                   READ INPUT-CTL
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF-SW
                       NOT AT END
                           PERFORM 2000-WRITE-IF-VALID
                   END-READ
               END-PERFORM
               CLOSE INPUT-CTL
               CLOSE STUDENT
           END-IF

           CLOSE HEALTH.
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'HEALTH RECORDS WRITTEN: ' WS-WRITTEN-COUNT.
           DISPLAY 'HEALTH RECORDS UPDATED: ' WS-UPDATED-COUNT.
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT.
       STOP RUN.

      ******************************************************************
      * Opens students.txt for input - this program only reads the
      * roster to validate each line's STUDENT-ID, it never writes
      * it.
      ******************************************************************
       1000-OPEN-STUDENT-FILE.
           OPEN INPUT STUDENT.

      ******************************************************************
      * Opens students-health.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1050-OPEN-HEALTH-FILE.
           OPEN I-O HEALTH
           IF WS-HEALTH-FILE-NOT-FOUND
               OPEN OUTPUT HEALTH
               CLOSE HEALTH
               OPEN I-O HEALTH
           END-IF.

      ******************************************************************
      * Opens students-rejects.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
      * missing LINE SEQUENTIAL file.
      ******************************************************************
       1100-OPEN-REJECTS-FILE.
           OPEN EXTEND REJECTS-FILE
           IF NOT WS-REJECTS-FILE-OK
               OPEN OUTPUT REJECTS-FILE
           END-IF.

      ******************************************************************
      * Opens students-audit.txt for append, creating it first if this
      * is the first run - OPEN EXTEND does not auto-create a missing
      * LINE SEQUENTIAL file.
      ******************************************************************
       1200-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

      ******************************************************************
      * Opens students-journal.txt for append, creating it first if
      * this is the first run - OPEN EXTEND does not auto-create a
      * missing LINE SEQUENTIAL file.
      ******************************************************************
       1250-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Opens health-input.txt, the profiles and doses to load this
      * run. A missing input file just means nothing to do.
      ******************************************************************
       1300-OPEN-INPUT-FILE.
           OPEN INPUT INPUT-CTL
           IF NOT WS-INPUT-FILE-OK
               DISPLAY 'HEALTH-INPUT.TXT NOT FOUND - NOTHING TO LOAD'
               MOVE 'Y' TO WS-INPUT-EOF-SW
           END-IF.

      ******************************************************************
      * Applies one input line unless its STUDENT-ID is not on the
      * roster (NOT-FOUND - an orphaned health record) or fails the
      * checks that follow.
      ******************************************************************
       2000-WRITE-IF-VALID.
           MOVE IHL-STUDENT-ID TO WS-CANDIDATE-ID
           MOVE IHL-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' NOT ON FILE - HEALTH LINE REJECTED'
                   MOVE 'NOT-FOUND ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2100-CHECK-CODES
           END-READ.

      ******************************************************************
      * The roster record for the line's student is now in
      * STUDENT-FILE. Rejects a type that is not P or I, a profile
      * flag that is not Y or N, or a dose with no vaccine code or
      * with a missing or future date (BAD-CODE).
      ******************************************************************
       2100-CHECK-CODES.
           MOVE 'N' TO WS-BAD-CODE-SW
           EVALUATE TRUE
               WHEN IHL-PROFILE
                   PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                           UNTIL WS-FLAG-SUB > 8
                       IF IHL-FLAG (WS-FLAG-SUB) NOT = 'Y'
                               AND IHL-FLAG (WS-FLAG-SUB) NOT = 'N'
                           MOVE 'Y' TO WS-BAD-CODE-SW
                       END-IF
                   END-PERFORM
               WHEN IHL-IMMUNIZATION
                   IF IHL-VACCINE-CODE = SPACES
                           OR IHL-DOSE-DATE NOT NUMERIC
                           OR IHL-DOSE-DATE = 0
                           OR IHL-DOSE-DATE > WS-TODAY
                       MOVE 'Y' TO WS-BAD-CODE-SW
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-BAD-CODE-SW
           END-EVALUATE
           IF WS-BAD-CODE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                   ' HEALTH LINE HAS INVALID TYPE, FLAG OR DOSE - '
                   'RECORD REJECTED'
               MOVE 'BAD-CODE  ' TO REJ-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               PERFORM 2200-READ-HEALTH-RECORD
               IF IHL-PROFILE
                   PERFORM 2300-APPLY-PROFILE
               ELSE
                   PERFORM 2400-APPLY-DOSE
               END-IF
           END-IF.

      ******************************************************************
      * Reads the student's health record by key, or starts a blank
      * one - no flags set, no medication, no doses - when this is
      * the student's first line.
      ******************************************************************
       2200-READ-HEALTH-RECORD.
           MOVE IHL-STUDENT-ID TO HLT-STUDENT-ID
           READ HEALTH
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE-SW
                   INITIALIZE HEALTH-FILE
                   MOVE IHL-STUDENT-ID TO HLT-STUDENT-ID
                   MOVE 'NNNNNNNN' TO HLT-FLAGS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE-SW
           END-READ
           MOVE HLT-FLAGS TO WS-OLD-FLAGS
           MOVE HLT-MEDICATION TO WS-OLD-MEDICATION.

      ******************************************************************
      * Replaces the student's flags and medication note with the
      * profile line's and stores the record.
      ******************************************************************
       2300-APPLY-PROFILE.
           MOVE IHL-FLAGS TO HLT-FLAGS
           MOVE IHL-MEDICATION TO HLT-MEDICATION
           PERFORM 2500-STORE-HEALTH-RECORD.

      ******************************************************************
      * Adds the dose to the end of the student's immunization list
      * unless the same vaccine and date is already on it
      * (DUPLICATE) or the list is full (BAD-CODE).
      ******************************************************************
       2400-APPLY-DOSE.
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING WS-IMM-SUB FROM 1 BY 1
                   UNTIL WS-IMM-SUB > HLT-IMM-COUNT
               IF HLT-IMM-CODE (WS-IMM-SUB) = IHL-VACCINE-CODE
                       AND HLT-IMM-DATE (WS-IMM-SUB) = IHL-DOSE-DATE
                   MOVE 'Y' TO WS-DUP-SW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DUPLICATE-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'DOSE ' IHL-VACCINE-CODE ' OF '
                       IHL-DOSE-DATE ' ALREADY ON FILE FOR STUDENT-ID '
                       WS-CANDIDATE-ID ' - RECORD SKIPPED'
                   MOVE 'DUPLICATE ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN HLT-IMM-COUNT >= WS-MAX-DOSES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'STUDENT-ID ' WS-CANDIDATE-ID
                       ' IMMUNIZATION LIST FULL - DOSE REJECTED'
                   MOVE 'BAD-CODE  ' TO REJ-REASON
                   PERFORM 8000-WRITE-REJECT
               WHEN OTHER
                   ADD 1 TO HLT-IMM-COUNT
                   MOVE IHL-VACCINE-CODE
                       TO HLT-IMM-CODE (HLT-IMM-COUNT)
                   MOVE IHL-DOSE-DATE
                       TO HLT-IMM-DATE (HLT-IMM-COUNT)
                   PERFORM 2500-STORE-HEALTH-RECORD
           END-EVALUATE.

      ******************************************************************
      * Writes the record when it is the student's first, REWRITEs
      * it otherwise, then audits and journals the change.
      ******************************************************************
       2500-STORE-HEALTH-RECORD.
           MOVE WS-TODAY TO HLT-UPDATED-DATE
           IF WS-HEALTH-ON-FILE
               REWRITE HEALTH-FILE
               ADD 1 TO WS-UPDATED-COUNT
           ELSE
               WRITE HEALTH-FILE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF
           PERFORM 9000-WRITE-AUDIT
           PERFORM 9100-WRITE-JOURNAL.

      ******************************************************************
      * Logs the current candidate to students-rejects.txt with the
      * reason code set by the caller. The roster NAME and
      * CLASS-NAME are only available when the STUDENT-ID was on
      * file, so an unknown student's reject carries spaces there.
      ******************************************************************
       8000-WRITE-REJECT.
           MOVE WS-CANDIDATE-ID TO REJ-STUDENT-ID
           IF REJ-REASON-NOT-FOUND
               MOVE SPACES TO REJ-NAME
               MOVE SPACES TO REJ-CLASS-NAME
           ELSE
               MOVE NAME TO REJ-NAME
               MOVE CLASS-NAME TO REJ-CLASS-NAME
           END-IF
           WRITE REJECT-RECORD.

      ******************************************************************
      * Logs the change just made to students-audit.txt with a
      * timestamp and this program's name, carrying the roster
      * record's NAME and CLASS-NAME read during validation.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'WRITE-HEALTH-FILE' TO AUD-PROGRAM-NAME
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE SPACES TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Journals the change just made to students-journal.txt with a
      * timestamp, this program's name and the record's key: a
      * profile line journals the flags and medication before and
      * after, a dose journals the vaccine code and date added.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'WRITE-HEALTH-FILE' TO JRN-PROGRAM-NAME
           MOVE HLT-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE HLT-STUDENT-ID TO JRN-RECORD-KEY(1:5)
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           IF IHL-PROFILE
               IF WS-HEALTH-ON-FILE
                   STRING WS-OLD-FLAGS DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-OLD-MEDICATION DELIMITED BY SIZE
                       INTO JRN-OLD-VALUES
                   END-STRING
               END-IF
               STRING HLT-FLAGS DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      HLT-MEDICATION DELIMITED BY SIZE
                   INTO JRN-NEW-VALUES
               END-STRING
           ELSE
               STRING 'DOSE ' DELIMITED BY SIZE
                      IHL-VACCINE-CODE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      IHL-DOSE-DATE DELIMITED BY SIZE
                   INTO JRN-NEW-VALUES
               END-STRING
           END-IF
           WRITE JOURNAL-RECORD.

       END PROGRAM WRITE-HEALTH-FILE.
