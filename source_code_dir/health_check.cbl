      *                   students-lock.txt - a lock left behind by
      *                   an abended writer blocks every roster
      *                   update until the operator clears it.
      *   2026-10-15 GF - Report the last cross-file orphan sweep from
      *                   orphan-sweep-result.txt - orphans or other
      *                   exceptions it found, or a sweep that
      *                   failed, need following up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEALTH-CHECK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

               SELECT SWEEP-RESULT-FILE
               ASSIGN TO 'orphan-sweep-result.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-RESULT-STATUS.

               SELECT HEALTH-RPT ASSIGN TO 'health-check.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

           FD LOCK-FILE.
           COPY ROSTLOCK.

           FD SWEEP-RESULT-FILE.
           COPY SWEEPRES.

           FD HEALTH-RPT.
           01 RPT-LINE PIC X(80).

           01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
               88 WS-LOCK-FILE-OK VALUE '00'.

           01 WS-SWEEP-RESULT-STATUS PIC X(2) VALUE '00'.
               88 WS-SWEEP-RESULT-FILE-OK VALUE '00'.

           01 WS-LOCK-HOLDER PIC X(20) VALUE SPACES.

           01 WS-SWEEP-PRESENT-SW PIC X(1) VALUE 'N'.
               88 WS-SWEEP-ON-FILE VALUE 'Y'.

           01 WS-EOF-SW PIC X(1).
               88 WS-END-OF-CHECK-FILE VALUE 'Y'.

           PERFORM 5000-CHECK-LOADER-CHECKPOINT
           PERFORM 6000-CHECK-NEXT-ID
           PERFORM 7000-CHECK-ROSTER-LOCK
           PERFORM 7500-CHECK-ORPHAN-SWEEP

           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
               PERFORM 8100-FLAG-ATTENTION
           END-IF.

      ******************************************************************
      * Item 8: the outcome of the last cross-file orphan sweep, as
      * ORPHAN-SWEEP left it on orphan-sweep-result.txt. A sweep that
      * could not run, or one that found orphans or other exceptions,
      * needs following up on orphan-sweep.rpt.
      ******************************************************************
       7500-CHECK-ORPHAN-SWEEP.
           OPEN INPUT SWEEP-RESULT-FILE
           IF WS-SWEEP-RESULT-FILE-OK
               READ SWEEP-RESULT-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-SWEEP-PRESENT-SW
               END-READ
               CLOSE SWEEP-RESULT-FILE
           END-IF
           MOVE SPACES TO CHK-TEXT
           IF NOT WS-SWEEP-ON-FILE
               MOVE 'NO ORPHAN SWEEP ON RECORD YET' TO CHK-TEXT
               PERFORM 8000-FLAG-OK
           ELSE
               IF OSR-SWEEP-FAILED
                   STRING 'ORPHAN SWEEP OF ' DELIMITED BY SIZE
                          OSR-RUN-DATE DELIMITED BY SIZE
                          ' FAILED' DELIMITED BY SIZE
                       INTO CHK-TEXT
                   END-STRING
                   PERFORM 8100-FLAG-ATTENTION
               ELSE
                   IF OSR-ORPHAN-COUNT > 0
                       OR OSR-EXCEPTION-COUNT > 0
                       STRING 'ORPHAN SWEEP ' DELIMITED BY SIZE
                              OSR-RUN-DATE DELIMITED BY SIZE
                              ': ' DELIMITED BY SIZE
                              OSR-ORPHAN-COUNT DELIMITED BY SIZE
                              ' ORPHANS, ' DELIMITED BY SIZE
                              OSR-EXCEPTION-COUNT DELIMITED BY SIZE
                              ' EXCEPTIONS' DELIMITED BY SIZE
                           INTO CHK-TEXT
                       END-STRING
                       PERFORM 8100-FLAG-ATTENTION
                   ELSE
                       STRING 'ORPHAN SWEEP OF ' DELIMITED BY SIZE
                              OSR-RUN-DATE DELIMITED BY SIZE
                              ' FOUND NOTHING' DELIMITED BY SIZE
                           INTO CHK-TEXT
                       END-STRING
                       PERFORM 8000-FLAG-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Prints the current item with the OK flag, to the report and
      * the terminal.
