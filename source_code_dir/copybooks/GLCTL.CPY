      ******************************************************************
      * Copybook: GLCTL.CPY
      * Purpose: Shared GL-CONTROL-RECORD layout for
      *          gl-export-control.txt - the period the last
      *          general-ledger export covered, the date it was run
      *          and the journal lines it carried. Rewritten by every
      *          export that completes, and read by the next so a day
      *          already sent to finance cannot be sent again.
      ******************************************************************
       01 GL-CONTROL-RECORD.
           05 GLC-LAST-FROM-DATE PIC 9(8).
           05 GLC-LAST-TO-DATE PIC 9(8).
           05 GLC-RUN-DATE PIC 9(8).
           05 GLC-LINE-COUNT PIC 9(7).
