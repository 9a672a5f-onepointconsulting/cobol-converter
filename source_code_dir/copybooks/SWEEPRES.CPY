      ******************************************************************
      * Copybook: SWEEPRES.CPY
      * Purpose: Shared SWEEP-RESULT-RECORD layout for
      *          orphan-sweep-result.txt - the single-record outcome
      *          of the last ORPHAN-SWEEP run, overwritten each run:
      *          when it ran, how many subsidiary records it found
      *          with no student live or archived, how many other
      *          exceptions it raised (marks with no enrollment,
      *          attendance posted after the student left), how many
      *          records it moved to quarantine, and the return code
      *          it ended with - 0 clean, 4 findings, 8 failed: not
      *          swept, or an orphan DELETEd whose quarantine copy
      *          could not be written.
      *          Read back by BATCH-DRIVER for its run log and by
      *          HEALTH-CHECK for the morning dashboard.
      ******************************************************************
       01 SWEEP-RESULT-RECORD.
           05 OSR-RUN-DATE PIC 9(8).
           05 OSR-ORPHAN-COUNT PIC 9(5).
           05 OSR-EXCEPTION-COUNT PIC 9(5).
           05 OSR-QUARANTINED-COUNT PIC 9(5).
           05 OSR-RETURN-CODE PIC 9(1).
               88 OSR-SWEEP-CLEAN VALUE 0.
               88 OSR-SWEEP-FINDINGS VALUE 4.
               88 OSR-SWEEP-FAILED VALUE 8.
