      *****************************************************************
      * CYCLE-LOG-REC.CPY
      * One line of the batch cycle log (CYCLELOG.DAT), appended by
      * CYCLE-RUN as a cycle goes: the cycle's start, restart, end or
      * refusal (step 000) and every step's start and end times,
      * return code and outcome.
      *
      * Outcomes:
      *   START    cycle started          RESTART  cycle restarted
      *   REFUSED  cycle not started      ABANDON  failed cycle given up
      *   COMPLETE all steps done         FAILED   step or cycle failed
      *   OK       step ended within its return code limit
      *   SKIPPED  month-end step outside month end
      *   BYPASSED step already done, not rerun on restart
      *   BLOCKED  a step it depends on has not completed
      *****************************************************************
       01  CYCLE-LOG-REC.
           05  CL-CYCLE-ID         PIC 9(6).
           05  CL-STEP-NO          PIC 9(3).
           05  CL-PROGRAM          PIC X(13).
           05  CL-OUTCOME          PIC X(8).
           05  CL-START-DATE       PIC 9(8).
           05  CL-START-TIME       PIC 9(8).
           05  CL-END-DATE         PIC 9(8).
           05  CL-END-TIME         PIC 9(8).
           05  CL-RETURN-CODE      PIC 9(3).
           05  CL-OPERATOR         PIC X(8).
           05  CL-COMMAND          PIC X(90).
