      *                   and refuse to start the loader when the
      *                   live file disagrees with its
      *                   students-control.txt bookkeeping.
      *   2026-10-15 GF - Run the cross-file orphan sweep as step 5,
      *                   after the perceptron. Findings (return code
      *                   4) are a warning logged with the orphan and
      *                   exception counts, not a failed run; only a
      *                   sweep that could not run stops the batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-DRIVER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

               SELECT SWEEP-RESULT-FILE
               ASSIGN TO 'orphan-sweep-result.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-RESULT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD REJECTS-FILE.
           FD RESTART-FILE.
           01 RST-FAILED-STEP PIC 9(1).

           FD SWEEP-RESULT-FILE.
           COPY SWEEPRES.

           WORKING-STORAGE SECTION.
           01 WS-REJECTS-STATUS PIC X(2) VALUE '00'.
               88 WS-REJECTS-FILE-OK VALUE '00'.
           01 WS-RESTART-STATUS PIC X(2) VALUE '00'.
               88 WS-RESTART-FILE-OK VALUE '00'.

           01 WS-SWEEP-RESULT-STATUS PIC X(2) VALUE '00'.
               88 WS-SWEEP-RESULT-FILE-OK VALUE '00'.

           01 WS-SWEEP-FINDINGS-SW PIC X(1) VALUE 'N'.
               88 WS-SWEEP-HAD-FINDINGS VALUE 'Y'.

           01 WS-REJECTS-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-REJECTS-FILE VALUE 'Y'.

           IF WS-STEP-OK
               PERFORM 4000-RUN-PERCEPTRON
           END-IF
           IF WS-STEP-OK
               PERFORM 5000-RUN-ORPHAN-SWEEP
           END-IF
           IF WS-STEP-OK
               MOVE 0 TO WS-RESTART-STEP
               PERFORM 0600-WRITE-RESTART-STEP
           MOVE WS-FILE-LINE-COUNT TO WS-RECORD-COUNT
           PERFORM 9100-WRITE-RUNLOG.

      ******************************************************************
      * Step 5: sweeps the subsidiary keyed files for records whose
      * STUDENT-ID is on neither the roster nor an archive, marks
      * with no enrollment and attendance after leaving. A sweep that
      * ran and found something ends with return code 4 - a warning
      * for the office to follow up, logged with its code, not a
      * reason to stop the batch - so the step only fails when the
      * sweep could not run at all. The record count logged is its
      * orphans plus other exceptions.
      ******************************************************************
       5000-RUN-ORPHAN-SWEEP.
           MOVE 5 TO WS-STEP-NO
           MOVE 'ORPHAN SWEEP' TO WS-STEP-NAME
           ACCEPT WS-START-TIME FROM TIME
           MOVE './orphan_sweep' TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           ACCEPT WS-END-TIME FROM TIME
           MOVE RETURN-CODE TO WS-STEP-RC
           PERFORM 7300-READ-SWEEP-RESULT
           IF WS-STEP-RC NOT = 0 AND WS-SWEEP-HAD-FINDINGS
               DISPLAY WS-STEP-NAME ': WARNING - ' WS-RECORD-COUNT
                   ' FINDINGS, SEE ORPHAN-SWEEP.RPT'
               MOVE 4 TO WS-STEP-RC
           ELSE
               PERFORM 9000-CHECK-STEP
           END-IF
           PERFORM 9100-WRITE-RUNLOG.

      ******************************************************************
      * Counts the lines on students-audit.txt into
      * WS-FILE-LINE-COUNT. A missing file counts as zero.
               CLOSE SCORED-STUDENT
           END-IF.

      ******************************************************************
      * Reads the outcome the orphan sweep just wrote to
      * orphan-sweep-result.txt: its orphan and exception counts into
      * WS-RECORD-COUNT, and whether it is today's sweep ending with
      * findings. A missing file, or one left by an earlier day,
      * counts as no findings.
      ******************************************************************
       7300-READ-SWEEP-RESULT.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-SWEEP-FINDINGS-SW
           OPEN INPUT SWEEP-RESULT-FILE
           IF WS-SWEEP-RESULT-FILE-OK
               READ SWEEP-RESULT-FILE
                   NOT AT END
                       IF OSR-RUN-DATE = WS-RUN-DATE
                           COMPUTE WS-RECORD-COUNT
                               = OSR-ORPHAN-COUNT
                               + OSR-EXCEPTION-COUNT
                           IF OSR-SWEEP-FINDINGS
                               MOVE 'Y' TO WS-SWEEP-FINDINGS-SW
                           END-IF
                       END-IF
               END-READ
               CLOSE SWEEP-RESULT-FILE
           END-IF.

      ******************************************************************
      * Checks the RETURN-CODE left by the CALL 'SYSTEM' just made and
      * reports pass/fail for the step named in WS-STEP-NAME, keeping
