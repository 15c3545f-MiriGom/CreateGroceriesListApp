      *****************************************************************
      * CYCLE-CTL-REC.CPY
      * Single control record (CYCLECTL.DAT) for the batch cycle run
      * by CYCLE-RUN: the current or last cycle, where it got to and
      * what became of each of its steps. A cycle that stops on a
      * failing step stays FAILED here until it is restarted - the
      * restart runs from the failed step on and passes over every
      * step already marked done or skipped - or abandoned; a new
      * cycle is refused while one is failed or still running.
      *
      * CC-RUN-ID is the PRODUCT-TOTAL run ID taken during the cycle,
      * so a restart hands the same run to RECEIPT-RECON and knows the
      * run lock that run may still hold is the cycle's own.
      *****************************************************************
       01  CYCLE-CTL-REC.
           05  CC-CYCLE-ID         PIC 9(6).
           05  CC-STATUS           PIC X(1).
               88  CC-RUNNING           VALUE "R".
               88  CC-FAILED            VALUE "F".
               88  CC-COMPLETE          VALUE "C".
               88  CC-ABANDONED         VALUE "A".
           05  CC-CYCLE-DATE       PIC 9(8).
           05  CC-MONTH-END-FLAG   PIC X(1).
               88  CC-MONTH-END         VALUE "Y".
           05  CC-START-DATE       PIC 9(8).
           05  CC-START-TIME       PIC 9(8).
           05  CC-END-DATE         PIC 9(8).
           05  CC-END-TIME         PIC 9(8).
           05  CC-OPERATOR         PIC X(8).
           05  CC-RUN-ID           PIC 9(6).
           05  CC-FAILED-STEP      PIC 9(3).
           05  CC-FAILED-RC        PIC 9(3).
           05  CC-STEP-COUNT       PIC 9(3).
           05  CC-STEP-TABLE.
               10  CC-STEP-ENTRY OCCURS 50 TIMES.
                   15  CC-STEP-NO      PIC 9(3).
                   15  CC-STEP-STATE   PIC X(1).
                       88  CC-STEP-PENDING   VALUE "P".
                       88  CC-STEP-STARTED   VALUE "R".
                       88  CC-STEP-DONE      VALUE "D".
                       88  CC-STEP-SKIPPED   VALUE "S".
                       88  CC-STEP-FAILED    VALUE "F".
