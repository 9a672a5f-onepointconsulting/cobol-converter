      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: General-ledger export of the fee activity for the
      *          district finance system, so finance stops re-keying
      *          FEE-BALANCE-REPORT printouts. Takes FROM-DATE,TO-DATE
      *          on the command line (YYYYMMDD; the TO-DATE left
      *          empty means today) and summarizes every charge and
      *          payment on students-fees.txt dated in the range -
      *          FEE-ASSESSMENT tuition, FINAL SETTLEMENT postings
      *          and all - by FEE-DATE and GL account, the account
      *          found for each FEE-DESCRIPTION on gl-account-map.txt.
      *          Each summary is written to gl-export.txt in the
      *          district's fixed journal format as a balanced pair:
      *          a charge debits the fee receivable control account
      *          and credits the mapped account, a payment debits the
      *          mapped account and credits receivable. A header
      *          carries the period and a control trailer the line
      *          count and the debit and credit totals, which must
      *          agree. A FEE-DESCRIPTION with no mapping stops the
      *          export - every such description is listed, no file
      *          is sent and the return code is 8 - rather than the
      *          amount silently dropping out of the ledger. The
      *          period exported is remembered on
      *          gl-export-control.txt, and a FROM-DATE not after the
      *          last period's TO-DATE is refused, so a day cannot
      *          be sent twice; run it once the day's posting is
      *          done.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FEES ASSIGN TO 'students-fees.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEES-STATUS.

               SELECT MAP-FILE ASSIGN TO 'gl-account-map.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

               SELECT GL-CONTROL-FILE ASSIGN TO 'gl-export-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CONTROL-STATUS.

               SELECT EXPORT-FILE ASSIGN TO 'gl-export.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FEES.
           COPY FEES.

           FD MAP-FILE.
           COPY GLMAP.

           FD GL-CONTROL-FILE.
           COPY GLCTL.

      *    The district's fixed journal format: a record-type byte
      *    routes the intake edit, one H header, D journal lines,
      *    then one T control trailer.
           FD EXPORT-FILE.
           01 EXT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(20).

           01 WS-FEES-STATUS PIC X(2) VALUE '00'.
               88 WS-FEES-FILE-OK VALUE '00'.

           01 WS-MAP-STATUS PIC X(2) VALUE '00'.
               88 WS-MAP-FILE-OK VALUE '00'.

           01 WS-GL-CONTROL-STATUS PIC X(2) VALUE '00'.
               88 WS-GL-CONTROL-FILE-OK VALUE '00'.

           01 WS-FEES-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-FEES VALUE 'Y'.

           01 WS-MAP-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-MAP-FILE VALUE 'Y'.

           01 WS-STOP-SW PIC X(1) VALUE 'N'.
               88 WS-EXPORT-STOPPED VALUE 'Y'.

           01 WS-TODAY PIC 9(8).

           01 WS-SELECT-FROM-X PIC X(8).
           01 WS-SELECT-TO-X PIC X(8).
           01 WS-SELECT-FROM PIC 9(8) VALUE 0.
           01 WS-SELECT-TO PIC 9(8) VALUE 0.

           01 WS-LAST-TO-DATE PIC 9(8) VALUE 0.

      *    The account map, each description with its length once
      *    trailing spaces are dropped, for the prefix match.
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 200 TIMES.
                   10 WS-MAP-DESCRIPTION PIC X(20).
                   10 WS-MAP-LENGTH PIC 9(2) COMP.
                   10 WS-MAP-ACCOUNT PIC X(10).
           01 WS-MAP-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-MAP-SUB PIC 9(3) COMP.
           01 WS-MAP-FOUND-SUB PIC 9(3) COMP.
           01 WS-MAP-BEST-LENGTH PIC 9(2) COMP.
           01 WS-RECEIVABLE-ACCOUNT PIC X(10) VALUE SPACES.

      *    One summary per FEE-DATE, account and charge/payment type,
      *    kept in that order as entries are inserted.
           01 WS-SUM-TABLE.
               05 WS-SUM-ENTRY OCCURS 3000 TIMES.
                   10 WS-SUM-DATE PIC 9(8).
                   10 WS-SUM-MAP-SUB PIC 9(3) COMP.
                   10 WS-SUM-TYPE PIC X(1).
                   10 WS-SUM-AMOUNT PIC 9(9)V99.
           01 WS-SUM-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-SUM-SUB PIC 9(5) COMP.
           01 WS-SUM-FOUND-SUB PIC 9(5) COMP.
           01 WS-SUM-SHIFT-SUB PIC 9(5) COMP.

           01 WS-UNMAPPED-TABLE.
               05 WS-UNMAPPED-DESCRIPTION PIC X(20) OCCURS 50 TIMES.
           01 WS-UNMAPPED-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-UNM-SUB PIC 9(3) COMP.
           01 WS-UNM-FOUND-SW PIC X(1).
               88 WS-UNMAPPED-LISTED VALUE 'Y'.

           01 WS-FEE-COUNT PIC 9(7) COMP VALUE 0.
           01 WS-LINE-COUNT PIC 9(7) COMP VALUE 0.
           01 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.

           01 HDR-RECORD.
               05 HDR-RECORD-TYPE PIC X(1) VALUE 'H'.
               05 HDR-SOURCE PIC X(10) VALUE 'SCHOOLFEES'.
               05 HDR-FROM-DATE PIC 9(8).
               05 HDR-TO-DATE PIC 9(8).
               05 HDR-CREATED-DATE PIC 9(8).

           01 DTL-RECORD.
               05 DTL-RECORD-TYPE PIC X(1) VALUE 'D'.
               05 DTL-POSTING-DATE PIC 9(8).
               05 DTL-ACCOUNT PIC X(10).
               05 DTL-DEBIT-CREDIT PIC X(1).
               05 DTL-AMOUNT PIC 9(9)V99.
               05 DTL-DESCRIPTION PIC X(20).

           01 TRL-RECORD.
               05 TRL-RECORD-TYPE PIC X(1) VALUE 'T'.
               05 TRL-LINE-COUNT PIC 9(7).
               05 TRL-DEBIT-TOTAL PIC 9(11)V99.
               05 TRL-CREDIT-TOTAL PIC 9(11)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT CMDLINE FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CMDLINE = SPACE OR LOW-VALUE
               DISPLAY 'SUPPLY FROM-DATE,TO-DATE ON THE COMMAND LINE '
                   '- FROM-DATE IS REQUIRED'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 0500-PARSE-PERIOD
           IF WS-EXPORT-STOPPED
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 0600-CHECK-LAST-PERIOD
           IF WS-EXPORT-STOPPED
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 1000-LOAD-ACCOUNT-MAP
           IF WS-EXPORT-STOPPED
               GO TO 0000-MAIN-EXIT
           END-IF

           OPEN INPUT FEES
           IF NOT WS-FEES-FILE-OK
               DISPLAY 'STUDENTS-FEES.TXT NOT FOUND - NOTHING TO '
                   'EXPORT'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM UNTIL WS-END-OF-FEES
               READ FEES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FEES-EOF-SW
                   NOT AT END
                       IF FEE-DATE >= WS-SELECT-FROM
                           AND FEE-DATE <= WS-SELECT-TO
                           PERFORM 2000-SUMMARIZE-ONE-FEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEES
           IF WS-EXPORT-STOPPED
               GO TO 0000-MAIN-EXIT
           END-IF

           IF WS-UNMAPPED-COUNT > 0
               PERFORM 2500-LIST-UNMAPPED
               GO TO 0000-MAIN-EXIT
           END-IF

           PERFORM 3000-WRITE-EXPORT
           PERFORM 4000-REMEMBER-PERIOD
           DISPLAY 'FEE TRANSACTIONS EXPORTED: ' WS-FEE-COUNT
           DISPLAY 'JOURNAL LINES WRITTEN: ' WS-LINE-COUNT
           DISPLAY 'DEBIT TOTAL: ' WS-DEBIT-TOTAL
           DISPLAY 'CREDIT TOTAL: ' WS-CREDIT-TOTAL.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Parses FROM-DATE,TO-DATE off the command line. An empty
      * TO-DATE means today; a TO-DATE before the FROM-DATE or after
      * today stops the run.
      ******************************************************************
       0500-PARSE-PERIOD.
           MOVE SPACES TO WS-SELECT-FROM-X
           MOVE SPACES TO WS-SELECT-TO-X
           UNSTRING CMDLINE DELIMITED BY ','
               INTO WS-SELECT-FROM-X WS-SELECT-TO-X
           END-UNSTRING
           MOVE WS-SELECT-FROM-X TO WS-SELECT-FROM
           IF WS-SELECT-TO-X = SPACES
               MOVE WS-TODAY TO WS-SELECT-TO
           ELSE
               MOVE WS-SELECT-TO-X TO WS-SELECT-TO
           END-IF
           IF WS-SELECT-TO < WS-SELECT-FROM
                   OR WS-SELECT-TO > WS-TODAY
               DISPLAY 'PERIOD ' WS-SELECT-FROM ' TO ' WS-SELECT-TO
                   ' IS NOT A VALID EXPORT PERIOD'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-STOP-SW
           END-IF.

      ******************************************************************
      * Reads the last period exported off gl-export-control.txt and
      * stops the run when the FROM-DATE is not after it. A missing
      * control file means nothing has been exported yet.
      ******************************************************************
       0600-CHECK-LAST-PERIOD.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-CONTROL-FILE-OK
               READ GL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GLC-LAST-TO-DATE TO WS-LAST-TO-DATE
               END-READ
               CLOSE GL-CONTROL-FILE
           ELSE
               DISPLAY 'GL-EXPORT-CONTROL.TXT NOT FOUND - FIRST '
                   'EXPORT'
           END-IF
           IF WS-SELECT-FROM <= WS-LAST-TO-DATE
               DISPLAY 'FEE ACTIVITY ALREADY EXPORTED THROUGH '
                   WS-LAST-TO-DATE ' - FROM-DATE MUST BE LATER'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-STOP-SW
           END-IF.

      ******************************************************************
      * Loads gl-account-map.txt into the map table, noting the
      * *RECEIVABLE control account. A missing map, or one with no
      * receivable account, stops the run.
      ******************************************************************
       1000-LOAD-ACCOUNT-MAP.
           OPEN INPUT MAP-FILE
           IF NOT WS-MAP-FILE-OK
               DISPLAY 'GL-ACCOUNT-MAP.TXT NOT FOUND - NO ACCOUNTS '
                   'TO EXPORT TO'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-STOP-SW
           ELSE
               PERFORM UNTIL WS-END-OF-MAP-FILE
                   READ MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-MAP-EOF-SW
                       NOT AT END
                           PERFORM 1100-LOAD-ONE-MAPPING
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
               IF WS-RECEIVABLE-ACCOUNT = SPACES
                   DISPLAY 'GL-ACCOUNT-MAP.TXT HAS NO *RECEIVABLE '
                       'ACCOUNT - EXPORT STOPPED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-STOP-SW
               END-IF
           END-IF.

      ******************************************************************
      * Holds the mapping just read, with the length of its
      * description once trailing spaces are dropped.
      ******************************************************************
       1100-LOAD-ONE-MAPPING.
           IF GLM-DESCRIPTION = '*RECEIVABLE'
               MOVE GLM-ACCOUNT TO WS-RECEIVABLE-ACCOUNT
           ELSE
               IF GLM-DESCRIPTION NOT = SPACES
                   AND WS-MAP-COUNT < 200
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GLM-DESCRIPTION
                       TO WS-MAP-DESCRIPTION (WS-MAP-COUNT)
                   MOVE GLM-ACCOUNT TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
                   MOVE 20 TO WS-MAP-LENGTH (WS-MAP-COUNT)
                   PERFORM UNTIL GLM-DESCRIPTION
                           (WS-MAP-LENGTH (WS-MAP-COUNT):1) NOT = SPACE
                       SUBTRACT 1 FROM WS-MAP-LENGTH (WS-MAP-COUNT)
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * Finds the account for the fee just read - the longest
      * mapping its FEE-DESCRIPTION begins with - and adds the
      * amount into its summary, or lists the description as
      * unmapped.
      ******************************************************************
       2000-SUMMARIZE-ONE-FEE.
           MOVE 0 TO WS-MAP-FOUND-SUB
           MOVE 0 TO WS-MAP-BEST-LENGTH
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-LENGTH (WS-MAP-SUB) > WS-MAP-BEST-LENGTH
                   AND FEE-DESCRIPTION (1:WS-MAP-LENGTH (WS-MAP-SUB))
                       = WS-MAP-DESCRIPTION (WS-MAP-SUB)
                           (1:WS-MAP-LENGTH (WS-MAP-SUB))
                   MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
                   MOVE WS-MAP-LENGTH (WS-MAP-SUB)
                       TO WS-MAP-BEST-LENGTH
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND-SUB = 0
               PERFORM 2400-NOTE-UNMAPPED
           ELSE
               ADD 1 TO WS-FEE-COUNT
               PERFORM 2100-FIND-SUMMARY
               ADD FEE-AMOUNT TO WS-SUM-AMOUNT (WS-SUM-FOUND-SUB)
           END-IF.

      ******************************************************************
      * Leaves the summary for the fee's date, account and type in
      * WS-SUM-FOUND-SUB, inserting a new one in date, account and
      * type order when there is none yet.
      ******************************************************************
       2100-FIND-SUMMARY.
           MOVE 0 TO WS-SUM-FOUND-SUB
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-COUNT
                      OR WS-SUM-FOUND-SUB > 0
               IF WS-SUM-DATE (WS-SUM-SUB) = FEE-DATE
                   AND WS-SUM-MAP-SUB (WS-SUM-SUB) = WS-MAP-FOUND-SUB
                   AND WS-SUM-TYPE (WS-SUM-SUB) = FEE-TYPE
                   MOVE WS-SUM-SUB TO WS-SUM-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-SUM-FOUND-SUB = 0
               PERFORM 2200-INSERT-SUMMARY
           END-IF.

      ******************************************************************
      * Inserts a new zero summary for the fee just read ahead of the
      * first entry that sorts after it, shifting the rest down. A
      * full table stops the export rather than drop the amount -
      * the amount lands on the first entry, and nothing is sent.
      ******************************************************************
       2200-INSERT-SUMMARY.
           IF WS-SUM-COUNT >= 3000
               DISPLAY 'SUMMARY TABLE FULL - EXPORT A SHORTER PERIOD'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-STOP-SW
               MOVE 1 TO WS-SUM-FOUND-SUB
           ELSE
               MOVE 1 TO WS-SUM-FOUND-SUB
               PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                       UNTIL WS-SUM-SUB > WS-SUM-COUNT
                   IF WS-SUM-DATE (WS-SUM-SUB) < FEE-DATE
                       OR (WS-SUM-DATE (WS-SUM-SUB) = FEE-DATE
                           AND WS-SUM-MAP-SUB (WS-SUM-SUB)
                               < WS-MAP-FOUND-SUB)
                       OR (WS-SUM-DATE (WS-SUM-SUB) = FEE-DATE
                           AND WS-SUM-MAP-SUB (WS-SUM-SUB)
                               = WS-MAP-FOUND-SUB
                           AND WS-SUM-TYPE (WS-SUM-SUB) < FEE-TYPE)
                       COMPUTE WS-SUM-FOUND-SUB = WS-SUM-SUB + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUM-SHIFT-SUB FROM WS-SUM-COUNT
                       BY -1 UNTIL WS-SUM-SHIFT-SUB < WS-SUM-FOUND-SUB
                   MOVE WS-SUM-ENTRY (WS-SUM-SHIFT-SUB)
                       TO WS-SUM-ENTRY (WS-SUM-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-SUM-COUNT
               MOVE FEE-DATE TO WS-SUM-DATE (WS-SUM-FOUND-SUB)
               MOVE WS-MAP-FOUND-SUB
                   TO WS-SUM-MAP-SUB (WS-SUM-FOUND-SUB)
               MOVE FEE-TYPE TO WS-SUM-TYPE (WS-SUM-FOUND-SUB)
               MOVE 0 TO WS-SUM-AMOUNT (WS-SUM-FOUND-SUB)
           END-IF.

      ******************************************************************
      * Adds the fee just read's FEE-DESCRIPTION to the unmapped
      * list, once per description.
      ******************************************************************
       2400-NOTE-UNMAPPED.
           MOVE 'N' TO WS-UNM-FOUND-SW
           PERFORM VARYING WS-UNM-SUB FROM 1 BY 1
                   UNTIL WS-UNM-SUB > WS-UNMAPPED-COUNT
               IF WS-UNMAPPED-DESCRIPTION (WS-UNM-SUB) =
                       FEE-DESCRIPTION
                   MOVE 'Y' TO WS-UNM-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-UNMAPPED-LISTED AND WS-UNMAPPED-COUNT < 50
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE FEE-DESCRIPTION
                   TO WS-UNMAPPED-DESCRIPTION (WS-UNMAPPED-COUNT)
           END-IF.

      ******************************************************************
      * Stops the export: lists every FEE-DESCRIPTION in the period
      * with no account mapping, so the bursar can add them to
      * gl-account-map.txt and rerun. No file is sent and the period
      * is not remembered.
      ******************************************************************
       2500-LIST-UNMAPPED.
           DISPLAY 'GL EXPORT STOPPED - NO ACCOUNT MAPPING FOR:'
           PERFORM VARYING WS-UNM-SUB FROM 1 BY 1
                   UNTIL WS-UNM-SUB > WS-UNMAPPED-COUNT
               DISPLAY '    ' WS-UNMAPPED-DESCRIPTION (WS-UNM-SUB)
           END-PERFORM
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * Writes gl-export.txt: the header, a balanced debit and credit
      * line per summary, and the control trailer.
      ******************************************************************
       3000-WRITE-EXPORT.
           OPEN OUTPUT EXPORT-FILE
           MOVE WS-SELECT-FROM TO HDR-FROM-DATE
           MOVE WS-SELECT-TO TO HDR-TO-DATE
           MOVE WS-TODAY TO HDR-CREATED-DATE
           MOVE HDR-RECORD TO EXT-RECORD
           WRITE EXT-RECORD
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-COUNT
               PERFORM 3100-WRITE-SUMMARY-PAIR
           END-PERFORM
           MOVE WS-LINE-COUNT TO TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO TRL-CREDIT-TOTAL
           MOVE TRL-RECORD TO EXT-RECORD
           WRITE EXT-RECORD
           CLOSE EXPORT-FILE.

      ******************************************************************
      * Writes the debit and credit lines for the summary at
      * WS-SUM-SUB: a charge debits receivable and credits the mapped
      * account, a payment debits the mapped account and credits
      * receivable.
      ******************************************************************
       3100-WRITE-SUMMARY-PAIR.
           MOVE WS-SUM-MAP-SUB (WS-SUM-SUB) TO WS-MAP-SUB
           MOVE WS-SUM-DATE (WS-SUM-SUB) TO DTL-POSTING-DATE
           MOVE WS-SUM-AMOUNT (WS-SUM-SUB) TO DTL-AMOUNT
           MOVE WS-MAP-DESCRIPTION (WS-MAP-SUB) TO DTL-DESCRIPTION

           MOVE 'D' TO DTL-DEBIT-CREDIT
           IF WS-SUM-TYPE (WS-SUM-SUB) = 'C'
               MOVE WS-RECEIVABLE-ACCOUNT TO DTL-ACCOUNT
           ELSE
               MOVE WS-MAP-ACCOUNT (WS-MAP-SUB) TO DTL-ACCOUNT
           END-IF
           MOVE DTL-RECORD TO EXT-RECORD
           WRITE EXT-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-DEBIT-TOTAL

           MOVE 'C' TO DTL-DEBIT-CREDIT
           IF WS-SUM-TYPE (WS-SUM-SUB) = 'C'
               MOVE WS-MAP-ACCOUNT (WS-MAP-SUB) TO DTL-ACCOUNT
           ELSE
               MOVE WS-RECEIVABLE-ACCOUNT TO DTL-ACCOUNT
           END-IF
           MOVE DTL-RECORD TO EXT-RECORD
           WRITE EXT-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-CREDIT-TOTAL.

      ******************************************************************
      * Rewrites gl-export-control.txt with the period just exported,
      * so the next run starts after it.
      ******************************************************************
       4000-REMEMBER-PERIOD.
           OPEN OUTPUT GL-CONTROL-FILE
           MOVE WS-SELECT-FROM TO GLC-LAST-FROM-DATE
           MOVE WS-SELECT-TO TO GLC-LAST-TO-DATE
           MOVE WS-TODAY TO GLC-RUN-DATE
           MOVE WS-LINE-COUNT TO GLC-LINE-COUNT
           WRITE GL-CONTROL-RECORD
           CLOSE GL-CONTROL-FILE.

       END PROGRAM GL-EXPORT.
