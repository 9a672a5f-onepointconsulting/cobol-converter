      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Voids a cashier receipt issued by POST-FEE-FILE. The
      *          receipt number is given on the command line and the
      *          operator must sign on at authorization level 2. The
      *          receipt is never deleted and neither is the payment
      *          it receipts: a reversing VOID RECEIPT charge for the
      *          same amount is posted to the student's ledger on
      *          students-fees.txt through the same sequence-number
      *          assignment POST-FEE-FILE uses, and the receipt on
      *          students-receipts.txt is marked voided with the
      *          date, the voiding operator and the sequence number
      *          of the reversing charge - so the cash-up report can
      *          list it. A receipt not on file or already voided is
      *          refused with return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOID-RECEIPT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT FEES ASSIGN TO 'students-fees.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEES-STATUS.

               SELECT RECEIPTS ASSIGN TO 'students-receipts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-NUMBER
               FILE STATUS IS WS-RECEIPTS-STATUS.

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT OPERATORS-FILE ASSIGN TO 'operators.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD FEES.
           COPY FEES.

           FD RECEIPTS.
           COPY RECEIPT.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD JOURNAL-FILE.
           COPY JOURNAL.

           FD OPERATORS-FILE.
           COPY OPERATOR.

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(7).

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.

           01 WS-RECEIPTS-STATUS PIC X(2) VALUE '00'.
               88 WS-RECEIPTS-FILE-OK VALUE '00'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-OPERATORS-STATUS PIC X(2) VALUE '00'.
               88 WS-OPERATORS-FILE-OK VALUE '00'.

           01 WS-OPERATORS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-OPERATORS-FILE VALUE 'Y'.

           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 0.

      *    The authorization level this program demands before it
      *    will run - see OPERATOR.CPY for what each level may do.
           01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.

           01 WS-OPERATOR-FOUND-SW PIC X(1) VALUE 'N'.
               88 WS-OPERATOR-FOUND VALUE 'Y'.

           01 WS-SIGNON-REFUSED-SW PIC X(1) VALUE 'N'.
               88 WS-SIGNON-REFUSED VALUE 'Y'.

           01 WS-SCAN-EOF-SW PIC X(1).
               88 WS-END-OF-SCAN VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-RECEIPT-NO PIC 9(7).
           01 WS-NEXT-SEQ PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF CMDLINE = SPACE OR CMDLINE IS NOT NUMERIC
               DISPLAY 'USAGE: VOID-RECEIPT <7-DIGIT RECEIPT NUMBER>'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF
           MOVE CMDLINE TO WS-RECEIPT-NO

           PERFORM 0700-OPERATOR-SIGN-ON
           IF WS-SIGNON-REFUSED
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF

           OPEN I-O RECEIPTS
           IF NOT WS-RECEIPTS-FILE-OK
               DISPLAY 'STUDENTS-RECEIPTS.TXT NOT FOUND - NO '
                   'RECEIPTS TO VOID'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF

           MOVE WS-RECEIPT-NO TO RCP-NUMBER
           READ RECEIPTS
               INVALID KEY
                   DISPLAY 'RECEIPT ' WS-RECEIPT-NO
                       ' NOT ON FILE - VOID REFUSED'
                   MOVE 8 TO RETURN-CODE
           END-READ
           IF RETURN-CODE = 0 AND RCP-VOIDED
               DISPLAY 'RECEIPT ' WS-RECEIPT-NO ' ALREADY VOIDED ON '
                   RCP-VOID-DATE ' - VOID REFUSED'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1000-OPEN-FILES
               PERFORM 2000-VOID-RECEIPT
               CLOSE STUDENT
               CLOSE FEES
               CLOSE AUDIT-FILE
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE RECEIPTS.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Opens the ledger for update, the roster for the audit
      * entry's name and class, and the audit and journal files for
      * append - creating either log first if this is the first run.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN I-O FEES
           OPEN INPUT STUDENT
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Posts the reversing VOID RECEIPT charge one past the
      * student's highest fee sequence, then marks the receipt
      * voided against it. Both changes are journaled and the void
      * is audited under the signed-on operator.
      ******************************************************************
       2000-VOID-RECEIPT.
           PERFORM 2100-FIND-NEXT-SEQ
           MOVE RCP-STUDENT-ID TO FEE-STUDENT-ID
           MOVE WS-NEXT-SEQ TO FEE-SEQ
           MOVE 'C' TO FEE-TYPE
           MOVE SPACES TO FEE-DESCRIPTION
           STRING 'VOID RECEIPT ' DELIMITED BY SIZE
                  RCP-NUMBER DELIMITED BY SIZE
               INTO FEE-DESCRIPTION
           END-STRING
           MOVE RCP-AMOUNT TO FEE-AMOUNT
           MOVE WS-TODAY TO FEE-DATE
           WRITE FEE-FILE
           PERFORM 9100-WRITE-JOURNAL

           MOVE 'V' TO RCP-STATUS
           MOVE WS-TODAY TO RCP-VOID-DATE
           MOVE WS-OPERATOR-ID TO RCP-VOID-OPERATOR-ID
           MOVE WS-NEXT-SEQ TO RCP-VOID-FEE-SEQ
           REWRITE RECEIPT-RECORD
           PERFORM 9200-JOURNAL-RECEIPT

           MOVE RCP-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE SPACES TO NAME
                   MOVE SPACES TO CLASS-NAME
           END-READ
           PERFORM 9000-WRITE-AUDIT
           DISPLAY 'RECEIPT ' WS-RECEIPT-NO ' VOIDED - REVERSING '
               'CHARGE POSTED AS FEE-SEQ ' WS-NEXT-SEQ
               ' FOR STUDENT-ID ' RCP-STUDENT-ID.

      ******************************************************************
      * Reads the student's fee transactions already on file, leaving
      * WS-NEXT-SEQ one past the highest sequence found.
      ******************************************************************
       2100-FIND-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE RCP-STUDENT-ID TO FEE-STUDENT-ID
           MOVE 0 TO FEE-SEQ
           START FEES KEY IS NOT LESS THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ FEES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF FEE-STUDENT-ID = RCP-STUDENT-ID
                           COMPUTE WS-NEXT-SEQ = FEE-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Logs the void to students-audit.txt with a timestamp, this
      * program's name and the signed-on operator.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'VOID-RECEIPT' TO AUD-PROGRAM-NAME
           MOVE RCP-STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Journals the reversing charge just posted with its fee key
      * and the values written.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'VOID-RECEIPT' TO JRN-PROGRAM-NAME
           MOVE FEE-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE FEE-KEY TO JRN-RECORD-KEY(1:8)
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           STRING FEE-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FEE-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FEE-DESCRIPTION DELIMITED BY SIZE
               INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

      ******************************************************************
      * Journals the receipt just marked voided, keyed on the
      * receipt number, old status issued and new status voided
      * with the voiding operator and reversing FEE-SEQ.
      ******************************************************************
       9200-JOURNAL-RECEIPT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'VOID-RECEIPT' TO JRN-PROGRAM-NAME
           MOVE RCP-STUDENT-ID TO JRN-STUDENT-ID
           MOVE SPACES TO JRN-RECORD-KEY
           MOVE RCP-NUMBER TO JRN-RECORD-KEY(1:7)
           MOVE SPACES TO JRN-OLD-VALUES
           MOVE SPACES TO JRN-NEW-VALUES
           STRING 'A' DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCP-FEE-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCP-AMOUNT DELIMITED BY SIZE
               INTO JRN-OLD-VALUES
           END-STRING
           STRING RCP-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCP-VOID-FEE-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCP-VOID-OPERATOR-ID DELIMITED BY SIZE
               INTO JRN-NEW-VALUES
           END-STRING
           WRITE JOURNAL-RECORD.

      ******************************************************************
      * Operator sign-on, on the same ACCEPT/DISPLAY pattern as the
      * menu: prompts for the operator's ID, looks it up on
      * operators.txt, and refuses the run when the operator is not
      * on file or sits below this program's required authorization
      * level. A missing operators file means sign-on is not
      * configured yet; the run is permitted with a warning so day
      * one does not brick the office.
      ******************************************************************
       0700-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATORS-FILE
           IF NOT WS-OPERATORS-FILE-OK
               DISPLAY 'OPERATORS.TXT NOT FOUND - SIGN-ON NOT '
                   'CONFIGURED, RUN PERMITTED'
           ELSE
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
               PERFORM UNTIL WS-END-OF-OPERATORS-FILE
                   READ OPERATORS-FILE
                       AT END
                           MOVE 'Y' TO WS-OPERATORS-EOF-SW
                       NOT AT END
                           IF OPR-USER-ID = WS-OPERATOR-ID
                               MOVE 'Y' TO WS-OPERATOR-FOUND-SW
                               MOVE OPR-AUTH-LEVEL
                                   TO WS-OPERATOR-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
               IF NOT WS-OPERATOR-FOUND
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT ON FILE - RUN REFUSED'
                   MOVE 'Y' TO WS-SIGNON-REFUSED-SW
               ELSE
                   IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
                       DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                           ' IS BELOW LEVEL ' WS-REQUIRED-LEVEL
                           ' - RUN REFUSED'
                       MOVE 'Y' TO WS-SIGNON-REFUSED-SW
                   END-IF
               END-IF
           END-IF.

       END PROGRAM VOID-RECEIPT.
