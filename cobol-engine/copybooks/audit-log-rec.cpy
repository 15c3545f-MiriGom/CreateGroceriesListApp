      * AUDIT-LOG-REC.CPY
      * One record per PRODUCT-TOTAL run, appended to AUDIT-LOG for
      * month-end reconciliation. Also read by SUMMARY-RPT.
      *
      * VOID-RUN appends a second record for a run it backs out:
      * AL-ENTRY-TYPE "V", the original run's ID, run date, line
      * count and final total, and the date the void was posted in
      * AL-VOID-DATE - so the reversal closes with the month of the
      * run it cancels. Run records carry a space and a zero date.
      *****************************************************************
       01  AUDIT-LOG-REC.
           05  AL-RUN-DATE         PIC 9(8).
           05  AL-ITEM-COUNT       PIC 9(5).
           05  AL-FINAL-TOTAL      PIC 9(9)V99.
           05  AL-RUN-ID           PIC 9(6).
           05  AL-ENTRY-TYPE       PIC X(1).
               88  AL-RUN-ENTRY         VALUE SPACE.
               88  AL-VOID-ENTRY        VALUE "V".
           05  AL-VOID-DATE        PIC 9(8).
