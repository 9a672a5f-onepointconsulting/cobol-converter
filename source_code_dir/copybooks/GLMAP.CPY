      ******************************************************************
      * Copybook: GLMAP.CPY
      * Purpose: Shared GL-MAP-RECORD layout for gl-account-map.txt -
      *          one line per FEE-DESCRIPTION (or description prefix)
      *          carrying the district general-ledger account its
      *          fee activity is posted to. Maintained by the bursar
      *          with finance. A mapping matches every FEE-DESCRIPTION
      *          that begins with it, the longest matching line
      *          winning - so TUITION covers every TUITION TERM
      *          assessment and BANK every lockbox payment, while
      *          FINAL SETTLEMENT can have its own account. The line
      *          whose description is *RECEIVABLE names the fee
      *          receivable control account that is the other side
      *          of every journal line.
      ******************************************************************
       01 GL-MAP-RECORD.
           05 GLM-DESCRIPTION PIC X(20).
           05 GLM-ACCOUNT PIC X(10).
