      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Import the bank's daily lockbox remittance file,
      *          lockbox-input.txt - one line per payment carrying the
      *          bank's reference, the STUDENT-ID the family wrote on
      *          the slip, the amount and the deposit date - so
      *          payments stop being re-keyed into fees-input.txt by
      *          hand. A clean match posts as a FEE-PAYMENT on
      *          students-fees.txt with the sequence number assigned
      *          the way POST-FEE-FILE assigns it, one past the
      *          student's highest on file, and is audited and
      *          journaled the same way. A clean match is an active
      *          student whose amount settles either the whole open
      *          balance or exactly what is left open on one charge,
      *          payments applied to the oldest charges first as
      *          FEE-STATEMENT-RUN ages them. Everything else - an
      *          unknown student, an inactive one, an amount that
      *          matches no open balance, or a reference already
      *          posted to the student - goes to
      *          lockbox-exceptions.rpt for the bursar to work by
      *          hand. lockbox-recon.rpt lists what posted and ends
      *          with the reconciliation page to be signed off: the
      *          bank's deposit total against the posted total plus
      *          the exceptions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.

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

               SELECT AUDIT-FILE ASSIGN TO 'students-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO 'students-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT LOCKBOX-FILE ASSIGN TO 'lockbox-input.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

               SELECT EXCEPTION-RPT ASSIGN TO 'lockbox-exceptions.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT RECON-RPT ASSIGN TO 'lockbox-recon.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD FEES.
           COPY FEES.

           FD AUDIT-FILE.
           COPY AUDIT.

           FD JOURNAL-FILE.
           COPY JOURNAL.

      *    One remittance per line, as the bank sends it.
           FD LOCKBOX-FILE.
           01 LBX-REMITTANCE-REC.
               05 LBX-REFERENCE PIC X(12).
               05 LBX-STUDENT-ID PIC 9(5).
               05 LBX-AMOUNT PIC 9(5)V99.
               05 LBX-DEPOSIT-DATE PIC 9(8).

           FD EXCEPTION-RPT.
           01 EXC-RPT-LINE PIC X(80).

           FD RECON-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.
               88 WS-STUDENT-FILE-NOT-FOUND VALUE '35'.

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.
               88 WS-FEES-FILE-NOT-FOUND VALUE '35'.

           01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
               88 WS-AUDIT-FILE-OK VALUE '00'.

           01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
               88 WS-JOURNAL-FILE-OK VALUE '00'.

           01 WS-LOCKBOX-STATUS PIC X(2) VALUE '00'.
               88 WS-LOCKBOX-FILE-OK VALUE '00'.

           01 WS-LOCKBOX-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-LOCKBOX-FILE VALUE 'Y'.

           01 WS-SCAN-EOF-SW PIC X(1).
               88 WS-END-OF-SCAN VALUE 'Y'.

           01 WS-ALREADY-POSTED-SW PIC X(1).
               88 WS-ALREADY-POSTED VALUE 'Y'.

           01 WS-AMOUNT-MATCH-SW PIC X(1).
               88 WS-AMOUNT-MATCHES VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

           01 WS-NEXT-SEQ PIC 9(3).
           01 WS-PAYMENT-DESCRIPTION PIC X(20).
           01 WS-EXCEPTION-REASON PIC X(20).

           01 WS-BALANCE PIC S9(7)V99.
           01 WS-PAYMENT-TOTAL PIC S9(7)V99.

      *    The student's charges, oldest first in key order, with
      *    what is left open on each once the payments already on
      *    file come off the oldest first.
           01 WS-CHARGE-TABLE.
               05 WS-CHARGE-ENTRY OCCURS 999 TIMES.
                   10 WS-CHG-OPEN PIC S9(7)V99.
           01 WS-CHARGE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-CHG-SUB PIC 9(3) COMP.

           01 WS-DEPOSIT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-POSTED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-DEPOSIT-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-POSTED-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-EXCEPTION-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-RECON-DIFFERENCE PIC S9(7)V99 VALUE 0.

           01 HDG-LINE-1.
               05 FILLER PIC X(20) VALUE SPACES.
               05 HDG-TITLE PIC X(40).

           01 HDG-LINE-2.
               05 FILLER PIC X(15) VALUE 'RUN DATE: '.
               05 HDG-DATE PIC 9(8).

           01 COL-HDG-LINE.
               05 FILLER PIC X(14) VALUE 'REFERENCE'.
               05 FILLER PIC X(7) VALUE 'ID'.
               05 FILLER PIC X(10) VALUE 'DEPOSITED'.
               05 FILLER PIC X(12) VALUE '     AMOUNT'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 COL-HDG-LAST PIC X(20).

           01 DTL-LINE.
               05 DTL-REFERENCE PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DTL-AMOUNT PIC ZZ,ZZ9.99.
               05 FILLER PIC X(5) VALUE SPACES.
               05 DTL-LAST PIC X(25).

           01 PAGE-BREAK-LINE.
               05 FILLER PIC X(80) VALUE ALL '-'.

           01 RCN-LINE.
               05 RCN-LABEL PIC X(30).
               05 RCN-COUNT PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 RCN-AMOUNT PIC Z,ZZZ,ZZ9.99-.

           01 RCN-RESULT-LINE.
               05 FILLER PIC X(30) VALUE 'RESULT:'.
               05 RCN-RESULT PIC X(30).

           01 SIGN-OFF-LINE-1 PIC X(80) VALUE
               'CHECKED AND AGREED TO THE BANK DEPOSIT SLIP.'.
           01 SIGN-OFF-LINE-2 PIC X(80) VALUE
               'BURSAR: ______________________   DATE: __________'.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT STUDENT
           IF WS-STUDENT-FILE-NOT-FOUND
               DISPLAY 'STUDENTS.TXT NOT FOUND - NO ROSTER TO '
                   'MATCH PAYMENTS AGAINST'
               GO TO 0000-MAIN-EXIT
           END-IF
           OPEN INPUT LOCKBOX-FILE
           IF NOT WS-LOCKBOX-FILE-OK
               DISPLAY 'LOCKBOX-INPUT.TXT NOT FOUND - NOTHING TO '
                   'IMPORT'
               CLOSE STUDENT
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 1050-OPEN-FEES-FILE
           PERFORM 1200-OPEN-AUDIT-FILE
           PERFORM 1250-OPEN-JOURNAL-FILE
           OPEN OUTPUT EXCEPTION-RPT
           OPEN OUTPUT RECON-RPT
           PERFORM 1500-WRITE-HEADINGS

           PERFORM UNTIL WS-END-OF-LOCKBOX-FILE
               READ LOCKBOX-FILE
                   AT END
                       MOVE 'Y' TO WS-LOCKBOX-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DEPOSIT-COUNT
                       ADD LBX-AMOUNT TO WS-DEPOSIT-TOTAL
                       PERFORM 2000-MATCH-ONE-PAYMENT
               END-READ
           END-PERFORM

           PERFORM 3000-WRITE-RECONCILIATION
           CLOSE LOCKBOX-FILE
           CLOSE STUDENT
           CLOSE FEES
           CLOSE AUDIT-FILE
           CLOSE JOURNAL-FILE
           CLOSE EXCEPTION-RPT
           CLOSE RECON-RPT
           DISPLAY 'BANK PAYMENTS READ: ' WS-DEPOSIT-COUNT
           DISPLAY 'PAYMENTS POSTED: ' WS-POSTED-COUNT
           DISPLAY 'PAYMENTS TO EXCEPTIONS: ' WS-EXCEPTION-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Opens students-fees.txt for update. An indexed file must
      * exist before it can be opened I-O, so a missing file is
      * created empty first and then reopened for I-O.
      ******************************************************************
       1050-OPEN-FEES-FILE.
           OPEN I-O FEES
           IF WS-FEES-FILE-NOT-FOUND
               OPEN OUTPUT FEES
               CLOSE FEES
               OPEN I-O FEES
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
      * Writes the headings of both reports.
      ******************************************************************
       1500-WRITE-HEADINGS.
           MOVE WS-TODAY TO HDG-DATE
           MOVE 'LOCKBOX IMPORT - EXCEPTIONS' TO HDG-TITLE
           MOVE HDG-LINE-1 TO EXC-RPT-LINE
           WRITE EXC-RPT-LINE
           MOVE HDG-LINE-2 TO EXC-RPT-LINE
           WRITE EXC-RPT-LINE
           MOVE BLANK-LINE TO EXC-RPT-LINE
           WRITE EXC-RPT-LINE
           MOVE 'REASON' TO COL-HDG-LAST
           MOVE COL-HDG-LINE TO EXC-RPT-LINE
           WRITE EXC-RPT-LINE

           MOVE 'LOCKBOX IMPORT - PAYMENTS POSTED' TO HDG-TITLE
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NAME' TO COL-HDG-LAST
           MOVE COL-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Matches the remittance just read to the roster and the
      * student's ledger, and posts it or sends it to the exception
      * report.
      ******************************************************************
       2000-MATCH-ONE-PAYMENT.
           MOVE SPACES TO WS-PAYMENT-DESCRIPTION
           STRING 'BANK ' LBX-REFERENCE DELIMITED BY SIZE
               INTO WS-PAYMENT-DESCRIPTION
           END-STRING
           MOVE LBX-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE 'UNKNOWN STUDENT' TO WS-EXCEPTION-REASON
                   PERFORM 2800-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF STUDENT-INACTIVE
                       MOVE 'INACTIVE STUDENT' TO WS-EXCEPTION-REASON
                       PERFORM 2800-WRITE-EXCEPTION
                   ELSE
                       PERFORM 2100-MATCH-TO-LEDGER
                   END-IF
           END-READ.

      ******************************************************************
      * The active roster record is now in STUDENT-FILE. Reads the
      * student's ledger and posts the payment when it is not a
      * reference already posted and its amount settles an open
      * balance.
      ******************************************************************
       2100-MATCH-TO-LEDGER.
           PERFORM 2200-SCAN-STUDENT-FEES
           PERFORM 2300-MATCH-AMOUNT
           EVALUATE TRUE
               WHEN WS-ALREADY-POSTED
                   MOVE 'ALREADY POSTED' TO WS-EXCEPTION-REASON
                   PERFORM 2800-WRITE-EXCEPTION
               WHEN NOT WS-AMOUNT-MATCHES
                   MOVE 'NO MATCHING BALANCE' TO WS-EXCEPTION-REASON
                   PERFORM 2800-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 2500-POST-PAYMENT
           END-EVALUATE.

      ******************************************************************
      * Reads the student's fee transactions already on file: leaves
      * WS-NEXT-SEQ one past the highest sequence found (1 when the
      * student has none), the balance and payment total, each
      * charge in the charge table, and the already-posted switch on
      * when a payment carries this remittance's bank reference.
      ******************************************************************
       2200-SCAN-STUDENT-FEES.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 0 TO WS-BALANCE
           MOVE 0 TO WS-PAYMENT-TOTAL
           MOVE 0 TO WS-CHARGE-COUNT
           MOVE 'N' TO WS-ALREADY-POSTED-SW
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE LBX-STUDENT-ID TO FEE-STUDENT-ID
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
                       IF FEE-STUDENT-ID = LBX-STUDENT-ID
                           COMPUTE WS-NEXT-SEQ = FEE-SEQ + 1
                           IF FEE-CHARGE
                               ADD FEE-AMOUNT TO WS-BALANCE
                               IF WS-CHARGE-COUNT < 999
                                   ADD 1 TO WS-CHARGE-COUNT
                                   MOVE FEE-AMOUNT TO WS-CHG-OPEN
                                       (WS-CHARGE-COUNT)
                               END-IF
                           ELSE
                               SUBTRACT FEE-AMOUNT FROM WS-BALANCE
                               ADD FEE-AMOUNT TO WS-PAYMENT-TOTAL
                               IF FEE-DESCRIPTION =
                                       WS-PAYMENT-DESCRIPTION
                                   MOVE 'Y' TO WS-ALREADY-POSTED-SW
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Sets the amount-match switch when the remittance settles the
      * whole open balance, or exactly what is left open on one
      * charge once the payments on file come off the oldest charges
      * first. A zero amount never matches.
      ******************************************************************
       2300-MATCH-AMOUNT.
           MOVE 'N' TO WS-AMOUNT-MATCH-SW
           IF LBX-AMOUNT > 0
               IF LBX-AMOUNT = WS-BALANCE
                   MOVE 'Y' TO WS-AMOUNT-MATCH-SW
               END-IF
               PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                       UNTIL WS-CHG-SUB > WS-CHARGE-COUNT
                   IF WS-PAYMENT-TOTAL >= WS-CHG-OPEN (WS-CHG-SUB)
                       SUBTRACT WS-CHG-OPEN (WS-CHG-SUB)
                           FROM WS-PAYMENT-TOTAL
                       MOVE 0 TO WS-CHG-OPEN (WS-CHG-SUB)
                   ELSE
                       SUBTRACT WS-PAYMENT-TOTAL
                           FROM WS-CHG-OPEN (WS-CHG-SUB)
                       MOVE 0 TO WS-PAYMENT-TOTAL
                   END-IF
                   IF WS-CHG-OPEN (WS-CHG-SUB) > 0
                       AND WS-CHG-OPEN (WS-CHG-SUB) = LBX-AMOUNT
                       MOVE 'Y' TO WS-AMOUNT-MATCH-SW
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Posts the remittance as a FEE-PAYMENT at the next sequence,
      * dated the deposit date and described by the bank reference,
      * then audits, journals and lists it.
      ******************************************************************
       2500-POST-PAYMENT.
           MOVE LBX-STUDENT-ID TO FEE-STUDENT-ID
           MOVE WS-NEXT-SEQ TO FEE-SEQ
           MOVE 'P' TO FEE-TYPE
           MOVE WS-PAYMENT-DESCRIPTION TO FEE-DESCRIPTION
           MOVE LBX-AMOUNT TO FEE-AMOUNT
           MOVE LBX-DEPOSIT-DATE TO FEE-DATE
           WRITE FEE-FILE
           ADD 1 TO WS-POSTED-COUNT
           ADD LBX-AMOUNT TO WS-POSTED-TOTAL
           PERFORM 9000-WRITE-AUDIT
           PERFORM 9100-WRITE-JOURNAL
           MOVE LBX-REFERENCE TO DTL-REFERENCE
           MOVE LBX-STUDENT-ID TO DTL-STUDENT-ID
           MOVE LBX-DEPOSIT-DATE TO DTL-DATE
           MOVE LBX-AMOUNT TO DTL-AMOUNT
           MOVE NAME TO DTL-LAST
           MOVE DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Lists the remittance on the exception report with the reason
      * set by the caller, and adds it to the exception totals.
      ******************************************************************
       2800-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD LBX-AMOUNT TO WS-EXCEPTION-TOTAL
           DISPLAY 'REFERENCE ' LBX-REFERENCE ' STUDENT-ID '
               LBX-STUDENT-ID ' - ' WS-EXCEPTION-REASON
           MOVE LBX-REFERENCE TO DTL-REFERENCE
           MOVE LBX-STUDENT-ID TO DTL-STUDENT-ID
           MOVE LBX-DEPOSIT-DATE TO DTL-DATE
           MOVE LBX-AMOUNT TO DTL-AMOUNT
           MOVE WS-EXCEPTION-REASON TO DTL-LAST
           MOVE DTL-LINE TO EXC-RPT-LINE
           WRITE EXC-RPT-LINE.

      ******************************************************************
      * Writes the reconciliation page: the bank's deposit total
      * against the posted total plus the exceptions, the
      * difference - which must be zero - and the bursar's sign-off.
      ******************************************************************
       3000-WRITE-RECONCILIATION.
           MOVE BLANK-LINE TO EXC-RPT-LINE
           WRITE EXC-RPT-LINE
           MOVE 'EXCEPTIONS:' TO RCN-LABEL
           MOVE WS-EXCEPTION-COUNT TO RCN-COUNT
           MOVE WS-EXCEPTION-TOTAL TO RCN-AMOUNT
           MOVE RCN-LINE TO EXC-RPT-LINE
           WRITE EXC-RPT-LINE

           COMPUTE WS-RECON-DIFFERENCE =
               WS-DEPOSIT-TOTAL - WS-POSTED-TOTAL - WS-EXCEPTION-TOTAL
           MOVE PAGE-BREAK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LOCKBOX IMPORT - RECONCILIATION' TO HDG-TITLE
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BANK DEPOSIT TOTAL:' TO RCN-LABEL
           MOVE WS-DEPOSIT-COUNT TO RCN-COUNT
           MOVE WS-DEPOSIT-TOTAL TO RCN-AMOUNT
           MOVE RCN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POSTED TO STUDENT LEDGERS:' TO RCN-LABEL
           MOVE WS-POSTED-COUNT TO RCN-COUNT
           MOVE WS-POSTED-TOTAL TO RCN-AMOUNT
           MOVE RCN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SENT TO EXCEPTIONS:' TO RCN-LABEL
           MOVE WS-EXCEPTION-COUNT TO RCN-COUNT
           MOVE WS-EXCEPTION-TOTAL TO RCN-AMOUNT
           MOVE RCN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DIFFERENCE:' TO RCN-LABEL
           MOVE 0 TO RCN-COUNT
           MOVE WS-RECON-DIFFERENCE TO RCN-AMOUNT
           MOVE RCN-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-RECON-DIFFERENCE = 0
               MOVE 'IN BALANCE' TO RCN-RESULT
           ELSE
               MOVE '** OUT OF BALANCE **' TO RCN-RESULT
               DISPLAY 'LOCKBOX IMPORT OUT OF BALANCE BY '
                   WS-RECON-DIFFERENCE
           END-IF
           MOVE RCN-RESULT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SIGN-OFF-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SIGN-OFF-LINE-2 TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Logs the payment just posted to students-audit.txt with a
      * timestamp and this program's name, carrying the roster
      * record's NAME and CLASS-NAME read during matching.
      ******************************************************************
       9000-WRITE-AUDIT.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AUD-DATE
           MOVE WS-NOW TO AUD-TIME
           MOVE 'LOCKBOX-IMPORT' TO AUD-PROGRAM-NAME
           MOVE STUDENT-ID TO AUD-STUDENT-ID
           MOVE NAME TO AUD-NAME
           MOVE CLASS-NAME TO AUD-CLASS-NAME
           MOVE SPACES TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Journals the record just written to students-journal.txt
      * with a timestamp, this program's name, the record's key and
      * the values written, the same as POST-FEE-FILE.
      ******************************************************************
       9100-WRITE-JOURNAL.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO JRN-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE 'LOCKBOX-IMPORT' TO JRN-PROGRAM-NAME
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

       END PROGRAM LOCKBOX-IMPORT.
