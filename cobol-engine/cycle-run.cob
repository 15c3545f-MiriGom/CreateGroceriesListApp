       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-RUN.

      *****************************************************************
      * Batch driver for the weekly cycle. Runs the steps listed in
      * the cycle definition file (CYCLEDEF.DAT - layout and a sample
      * cycle in cycle-step-rec.cpy) one after another in step number
      * order, each with its own command line, so the cycle is run
      * the same way every week instead of program by program by
      * hand.
      *
      * Every cycle program sets a return code (00 clean up to 16
      * file failure). A step ending above its limit stops the cycle
      * there and the cycle is marked FAILED in CYCLECTL.DAT; nothing
      * after it runs. A step whose prerequisite steps have not
      * completed is not started at all (BLOCKED) - PRICE-LOAD cannot
      * run ahead of the RECEIPT-RECON that writes its SUPPPRC.DAT.
      * Month-end steps (run-when M) are skipped except when the
      * cycle date is the last day of its month or MONTHEND is given.
      *
      * Once the problem is put right, RESTART picks the failed cycle
      * up again at the step that failed, with the same cycle date,
      * and passes over every step that already completed. ABANDON
      * gives a failed cycle up instead so a new one can start. A
      * new cycle is refused while the last one is failed or still
      * marked running, and while RUNCTL.DAT shows a PRODUCT-TOTAL
      * run holding the run lock - unless, on restart, the lock is
      * held by the cycle's own run, which PRODUCT-TOTAL resumes.
      *
      * Each cycle start, restart, refusal and end, and each step's
      * start and end times, return code and outcome, are appended
      * to the cycle log (CYCLELOG.DAT).
      *
      * The programs are run from the directory named by the GROCBIN
      * environment variable, or found on the path when it is not
      * set.
      *
      * Return code: 00 cycle complete, 04 complete with step
      * warnings, 08 not started, 12 cycle failed, 16 file failure.
      *
      * Usage:
      *   cycle-run [YYYYMMDD] [MONTHEND]  (start a new cycle, dated
      *                                     today unless given)
      *   cycle-run RESTART                (resume the failed cycle)
      *   cycle-run ABANDON                (give the failed cycle up)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-DEF ASSIGN TO "CYCLEDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.

           SELECT CYCLE-CTL ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CYCLE-LOG ASSIGN TO "CYCLELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-DEF.
           COPY "cycle-step-rec.cpy".

       FD  CYCLE-CTL.
           COPY "cycle-ctl-rec.cpy".

       FD  CYCLE-LOG.
           COPY "cycle-log-rec.cpy".

       FD  RUN-CONTROL.
           COPY "run-control-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DEF-STATUS        PIC XX.
       01  WS-CTL-STATUS        PIC XX.
       01  WS-LOG-STATUS        PIC XX.
       01  WS-RUNCTL-STATUS     PIC XX.

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-IX            PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-ARG-UPPER         PIC X(20).
       01  WS-ACTION            PIC X(8) VALUE "START".
           88  WS-START-CYCLE        VALUE "START".
           88  WS-RESTART-CYCLE      VALUE "RESTART".
           88  WS-ABANDON-CYCLE      VALUE "ABANDON".
       01  WS-DATE-GIVEN-FLAG   PIC X VALUE "N".
           88  WS-DATE-GIVEN         VALUE "Y".
       01  WS-MONTH-END-ARG-FLAG PIC X VALUE "N".
           88  WS-MONTH-END-GIVEN    VALUE "Y".

       01  WS-CURRENT-DATETIME  PIC X(21).
       01  WS-CYCLE-DATE        PIC 9(8).
       01  WS-NEXT-DAY          PIC 9(8).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-BIN-DIR           PIC X(60) VALUE SPACES.
       01  WS-CYCLE-ID          PIC 9(6) VALUE 0.
       01  WS-CYCLE-RC          PIC 9(3) VALUE 0.

       01  WS-CTL-FOUND-FLAG    PIC X VALUE "N".
           88  WS-CTL-FOUND          VALUE "Y".
       01  WS-REFUSED-FLAG      PIC X VALUE "N".
           88  WS-CYCLE-REFUSED      VALUE "Y".
       01  WS-STOPPED-FLAG      PIC X VALUE "N".
           88  WS-CYCLE-STOPPED      VALUE "Y".
       01  WS-DEPS-FLAG         PIC X VALUE "Y".
           88  WS-DEPS-MET           VALUE "Y".
       01  WS-DEF-EOF-FLAG      PIC X VALUE "N".
           88  WS-EOF-DEF            VALUE "Y".

       01  WS-DEF-LINE-NO       PIC 9(5) VALUE 0.
       01  WS-DEF-ERROR-COUNT   PIC 9(4) VALUE 0.
       01  WS-LAST-STEP-NO      PIC 9(3) VALUE 0.
       01  WS-STEP-COUNT        PIC 9(3) VALUE 0.
       01  WS-STEP-IX           PIC 9(3).
       01  WS-DEP-IX            PIC 9(3).
       01  WS-SEARCH-IX         PIC 9(3).
       01  WS-MATCH-IX          PIC 9(3).
       01  WS-FIND-STEP-NO      PIC 9(3).
       01  WS-BLOCKING-STEP     PIC 9(3).
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-STEP-NO          PIC 9(3).
               10  WS-STEP-PROGRAM     PIC X(13).
               10  WS-STEP-RUN-WHEN    PIC X(1).
                   88  WS-STEP-MONTH-END-ONLY  VALUE "M".
               10  WS-STEP-MAX-RC      PIC 9(3).
               10  WS-STEP-DEPENDS     PIC 9(3) OCCURS 5 TIMES.
               10  WS-STEP-ARGS        PIC X(60).

       01  WS-OLD-STEP-COUNT    PIC 9(3) VALUE 0.
       01  WS-OLD-STEP-TABLE.
           05  WS-OLD-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-OLD-STEP-NO      PIC 9(3).
               10  WS-OLD-STEP-STATE   PIC X(1).

       01  WS-NEXT-RUN-ID       PIC 9(6) VALUE 0.
       01  WS-RUN-ID-BEFORE     PIC 9(6) VALUE 0.
       01  WS-ARG-RUN-ID        PIC 9(6) VALUE 0.
       01  WS-ARGS-TEXT         PIC X(60).
       01  WS-EXPANDED-ARGS     PIC X(100).
       01  WS-SRC-POS           PIC 9(3).
       01  WS-EXP-POS           PIC 9(3).
       01  WS-COMMAND-LINE      PIC X(120).
       01  WS-COMMAND           PIC X(200).
       01  WS-CMD-PTR           PIC 9(3).

       01  WS-RAW-RC            PIC S9(9).
       01  WS-RAW-SIGNAL        PIC 9(9).
       01  WS-STEP-RC           PIC 9(3).
       01  WS-STEP-START-DATE   PIC 9(8).
       01  WS-STEP-START-TIME   PIC 9(8).
       01  WS-OUTCOME           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-CYCLE-DATE
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           ACCEPT WS-BIN-DIR FROM ENVIRONMENT "GROCBIN"

           PERFORM READ-ARGUMENTS
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM OPEN-CYCLE-LOG

           IF WS-ABANDON-CYCLE
               PERFORM ABANDON-CYCLE
               CLOSE CYCLE-LOG
               STOP RUN
           END-IF

           PERFORM LOAD-CYCLE-DEFINITION

           IF WS-RESTART-CYCLE
               PERFORM PREPARE-RESTART
           ELSE
               PERFORM PREPARE-NEW-CYCLE
           END-IF

           IF NOT WS-CYCLE-REFUSED
               PERFORM CHECK-RUN-LOCK
           END-IF

           IF WS-CYCLE-REFUSED
               INITIALIZE CYCLE-LOG-REC
               MOVE "REFUSED" TO CL-OUTCOME
               PERFORM WRITE-CYCLE-EVENT
               CLOSE CYCLE-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REWRITE-CYCLE-CONTROL

           INITIALIZE CYCLE-LOG-REC
           IF WS-RESTART-CYCLE
               MOVE "RESTART" TO CL-OUTCOME
               DISPLAY "CYCLE " WS-CYCLE-ID " RESTARTED - CYCLE DATE "
                   WS-CYCLE-DATE
           ELSE
               MOVE "START" TO CL-OUTCOME
               DISPLAY "CYCLE " WS-CYCLE-ID " STARTED - CYCLE DATE "
                   WS-CYCLE-DATE
           END-IF
           IF CC-MONTH-END
               DISPLAY "MONTH-END CYCLE - MONTH-END STEPS WILL RUN"
           END-IF
           PERFORM WRITE-CYCLE-EVENT

           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                      OR WS-CYCLE-STOPPED
               PERFORM RUN-ONE-STEP
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO CC-END-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO CC-END-TIME

           INITIALIZE CYCLE-LOG-REC
           IF WS-CYCLE-STOPPED
               SET CC-FAILED TO TRUE
               MOVE "FAILED" TO CL-OUTCOME
               MOVE CC-FAILED-STEP TO CL-STEP-NO
               MOVE CC-FAILED-RC TO CL-RETURN-CODE
               DISPLAY "CYCLE " WS-CYCLE-ID " FAILED AT STEP "
                   CC-FAILED-STEP " - PUT IT RIGHT AND RUN "
                   "cycle-run RESTART"
               MOVE 12 TO WS-CYCLE-RC
           ELSE
               SET CC-COMPLETE TO TRUE
               MOVE "COMPLETE" TO CL-OUTCOME
               MOVE WS-CYCLE-RC TO CL-RETURN-CODE
               DISPLAY "CYCLE " WS-CYCLE-ID " COMPLETE - HIGHEST STEP "
                   "RETURN CODE " WS-CYCLE-RC
               IF WS-CYCLE-RC > 0
                   MOVE 4 TO WS-CYCLE-RC
               END-IF
           END-IF
           PERFORM REWRITE-CYCLE-CONTROL
           PERFORM WRITE-CYCLE-EVENT

           CLOSE CYCLE-LOG

           MOVE WS-CYCLE-RC TO RETURN-CODE
           STOP RUN.

       READ-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IX FROM 1 BY 1
                   UNTIL WS-ARG-IX > WS-ARG-COUNT
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-ARG-UPPER
               EVALUATE TRUE
                   WHEN WS-ARG-VALUE(1:8) NUMERIC
                           AND WS-ARG-VALUE(9:12) = SPACES
                       MOVE WS-ARG-VALUE(1:8) TO WS-CYCLE-DATE
                       SET WS-DATE-GIVEN TO TRUE
                   WHEN WS-ARG-UPPER = "MONTHEND"
                       SET WS-MONTH-END-GIVEN TO TRUE
                   WHEN WS-ARG-UPPER = "RESTART"
                       SET WS-RESTART-CYCLE TO TRUE
                   WHEN WS-ARG-UPPER = "ABANDON"
                       SET WS-ABANDON-CYCLE TO TRUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN ARGUMENT: " WS-ARG-VALUE
                       PERFORM SHOW-USAGE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM

           IF NOT WS-START-CYCLE
                   AND (WS-DATE-GIVEN OR WS-MONTH-END-GIVEN)
               DISPLAY "A RESTARTED CYCLE KEEPS ITS OWN CYCLE DATE"
               PERFORM SHOW-USAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CYCLE-DATE) NOT = 0
               DISPLAY "CYCLE DATE IS NOT A VALID DATE: " WS-CYCLE-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SHOW-USAGE.
           DISPLAY "USAGE: cycle-run [YYYYMMDD] [MONTHEND]"
           DISPLAY "       cycle-run RESTART"
           DISPLAY "       cycle-run ABANDON".

       LOAD-CYCLE-CONTROL.
           OPEN INPUT CYCLE-CTL
           EVALUATE WS-CTL-STATUS
               WHEN "00"
                   READ CYCLE-CTL
                       NOT AT END
                           SET WS-CTL-FOUND TO TRUE
                   END-READ
                   CLOSE CYCLE-CTL
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNABLE TO READ CYCLE CONTROL FILE - STATUS "
                       WS-CTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REWRITE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-CTL
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CYCLE CONTROL FILE - STATUS "
                   WS-CTL-STATUS
               CLOSE CYCLE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CYCLE-CTL-REC
           CLOSE CYCLE-CTL.

       OPEN-CYCLE-LOG.
           OPEN EXTEND CYCLE-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT CYCLE-LOG
               CLOSE CYCLE-LOG
               OPEN EXTEND CYCLE-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CYCLE LOG - STATUS "
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Cycle-level log record (step 000 unless the caller has named
      * the step): the outcome and return code are set by the caller.
      *****************************************************************
       WRITE-CYCLE-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CYCLE-ID TO CL-CYCLE-ID
           MOVE "CYCLE-RUN" TO CL-PROGRAM
           MOVE WS-CURRENT-DATETIME(1:8) TO CL-START-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO CL-START-TIME
           MOVE WS-CURRENT-DATETIME(1:8) TO CL-END-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO CL-END-TIME
           MOVE WS-OPERATOR TO CL-OPERATOR
           WRITE CYCLE-LOG-REC.

       WRITE-STEP-LOG.
           MOVE WS-CYCLE-ID TO CL-CYCLE-ID
           MOVE WS-STEP-NO(WS-STEP-IX) TO CL-STEP-NO
           MOVE WS-STEP-PROGRAM(WS-STEP-IX) TO CL-PROGRAM
           MOVE WS-OUTCOME TO CL-OUTCOME
           MOVE WS-OPERATOR TO CL-OPERATOR
           WRITE CYCLE-LOG-REC.

      *****************************************************************
      * Loads and checks the cycle definition. Blank lines and lines
      * starting * are passed over. Steps must be in ascending step
      * number order and may only depend on steps listed before them,
      * so running them in order can always satisfy every dependency.
      * A definition with any error is not run at all.
      *****************************************************************
       LOAD-CYCLE-DEFINITION.
           OPEN INPUT CYCLE-DEF
           IF WS-DEF-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CYCLE DEFINITION FILE "
                   "CYCLEDEF.DAT - STATUS " WS-DEF-STATUS
               CLOSE CYCLE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CYCLE-DEF
           PERFORM UNTIL WS-EOF-DEF
               IF CYCLE-STEP-REC NOT = SPACES
                       AND CYCLE-STEP-REC(1:1) NOT = "*"
                   PERFORM LOAD-ONE-STEP
               END-IF
               PERFORM READ-CYCLE-DEF
           END-PERFORM

           CLOSE CYCLE-DEF

           IF WS-STEP-COUNT = 0
               DISPLAY "CYCLE DEFINITION HAS NO STEPS"
               ADD 1 TO WS-DEF-ERROR-COUNT
           END-IF

           IF WS-DEF-ERROR-COUNT > 0
               DISPLAY "CYCLE DEFINITION HAS " WS-DEF-ERROR-COUNT
                   " ERROR(S) - CYCLE NOT STARTED"
               SET WS-CYCLE-REFUSED TO TRUE
           END-IF.

       READ-CYCLE-DEF.
           READ CYCLE-DEF
               AT END
                   SET WS-EOF-DEF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DEF-LINE-NO
           END-READ.

       LOAD-ONE-STEP.
           IF CS-STEP-NO NOT NUMERIC OR CS-STEP-NO = 0
               DISPLAY "CYCLEDEF.DAT LINE " WS-DEF-LINE-NO
                   ": STEP NUMBER MUST BE 001-999"
               ADD 1 TO WS-DEF-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF CS-STEP-NO NOT > WS-LAST-STEP-NO
               DISPLAY "CYCLEDEF.DAT LINE " WS-DEF-LINE-NO
                   ": STEP " CS-STEP-NO " OUT OF ORDER"
               ADD 1 TO WS-DEF-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-STEP-COUNT >= 50
               DISPLAY "CYCLE STEP TABLE FULL - AT MOST 50 STEPS"
               ADD 1 TO WS-DEF-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF CS-PROGRAM = SPACES
               DISPLAY "CYCLEDEF.DAT LINE " WS-DEF-LINE-NO
                   ": STEP " CS-STEP-NO " NAMES NO PROGRAM"
               ADD 1 TO WS-DEF-ERROR-COUNT
           END-IF

           IF NOT CS-RUN-ALWAYS AND NOT CS-RUN-MONTH-END
               DISPLAY "CYCLEDEF.DAT LINE " WS-DEF-LINE-NO
                   ": STEP " CS-STEP-NO " RUN-WHEN MUST BE A OR M"
               ADD 1 TO WS-DEF-ERROR-COUNT
           END-IF

           IF CS-MAX-RC NOT = SPACES AND CS-MAX-RC NOT NUMERIC
               DISPLAY "CYCLEDEF.DAT LINE " WS-DEF-LINE-NO
                   ": STEP " CS-STEP-NO " MAXIMUM RETURN CODE "
                   "NOT NUMERIC"
               ADD 1 TO WS-DEF-ERROR-COUNT
           END-IF

           ADD 1 TO WS-STEP-COUNT
           MOVE CS-STEP-NO TO WS-STEP-NO(WS-STEP-COUNT)
           MOVE CS-STEP-NO TO WS-LAST-STEP-NO
           MOVE CS-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT)
           MOVE CS-RUN-WHEN TO WS-STEP-RUN-WHEN(WS-STEP-COUNT)
           MOVE CS-ARGS TO WS-STEP-ARGS(WS-STEP-COUNT)
           IF CS-MAX-RC NUMERIC
               MOVE CS-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-COUNT)
           ELSE
               MOVE 4 TO WS-STEP-MAX-RC(WS-STEP-COUNT)
           END-IF

           PERFORM VARYING WS-DEP-IX FROM 1 BY 1 UNTIL WS-DEP-IX > 5
               MOVE 0 TO WS-STEP-DEPENDS(WS-STEP-COUNT, WS-DEP-IX)
               IF CS-DEPENDS-ON(WS-DEP-IX) NOT = SPACES
                   IF CS-DEPENDS-ON(WS-DEP-IX) NUMERIC
                       MOVE CS-DEPENDS-ON(WS-DEP-IX)
                           TO WS-FIND-STEP-NO
                       PERFORM FIND-DEFINED-STEP
                   ELSE
                       MOVE 0 TO WS-MATCH-IX
                   END-IF
                   IF WS-MATCH-IX = 0
                           OR WS-MATCH-IX = WS-STEP-COUNT
                       DISPLAY "CYCLEDEF.DAT LINE " WS-DEF-LINE-NO
                           ": STEP " CS-STEP-NO " DEPENDS ON "
                           CS-DEPENDS-ON(WS-DEP-IX)
                           " WHICH IS NOT AN EARLIER STEP"
                       ADD 1 TO WS-DEF-ERROR-COUNT
                   ELSE
                       MOVE WS-FIND-STEP-NO
                           TO WS-STEP-DEPENDS(WS-STEP-COUNT, WS-DEP-IX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-DEFINED-STEP.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-SEARCH-IX FROM 1 BY 1
                   UNTIL WS-SEARCH-IX > WS-STEP-COUNT
                      OR WS-MATCH-IX > 0
               IF WS-STEP-NO(WS-SEARCH-IX) = WS-FIND-STEP-NO
                   MOVE WS-SEARCH-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM.

      *****************************************************************
      * A new cycle takes the next cycle ID and starts every step
      * pending. It is refused while the last cycle failed or was left
      * running - that cycle has to be restarted or abandoned first,
      * or its completed steps would be run a second time.
      *****************************************************************
       PREPARE-NEW-CYCLE.
           IF WS-CTL-FOUND AND (CC-FAILED OR CC-RUNNING)
               MOVE CC-CYCLE-ID TO WS-CYCLE-ID
               IF CC-FAILED
                   DISPLAY "CYCLE " CC-CYCLE-ID " FAILED AT STEP "
                       CC-FAILED-STEP " - RESTART OR ABANDON IT BEFORE "
                       "STARTING A NEW CYCLE"
               ELSE
                   DISPLAY "CYCLE " CC-CYCLE-ID " IS STILL MARKED "
                       "RUNNING - RESTART OR ABANDON IT BEFORE "
                       "STARTING A NEW CYCLE"
               END-IF
               SET WS-CYCLE-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-CTL-FOUND
               COMPUTE WS-CYCLE-ID = CC-CYCLE-ID + 1
           ELSE
               MOVE 1 TO WS-CYCLE-ID
           END-IF

           IF WS-CYCLE-REFUSED
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CYCLE-CTL-REC
           MOVE WS-CYCLE-ID TO CC-CYCLE-ID
           SET CC-RUNNING TO TRUE
           MOVE WS-CYCLE-DATE TO CC-CYCLE-DATE
           MOVE "N" TO CC-MONTH-END-FLAG
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) + 1)
           IF WS-NEXT-DAY(7:2) = "01" OR WS-MONTH-END-GIVEN
               SET CC-MONTH-END TO TRUE
           END-IF
           MOVE WS-CURRENT-DATETIME(1:8) TO CC-START-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO CC-START-TIME
           MOVE WS-OPERATOR TO CC-OPERATOR

           MOVE WS-STEP-COUNT TO CC-STEP-COUNT
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE WS-STEP-NO(WS-STEP-IX) TO CC-STEP-NO(WS-STEP-IX)
               SET CC-STEP-PENDING(WS-STEP-IX) TO TRUE
           END-PERFORM.

      *****************************************************************
      * A restart carries on the failed (or interrupted) cycle under
      * its own ID and cycle date. Steps it already completed or
      * skipped keep that state and are passed over; the failed step
      * and everything after it run again. The step table is rebuilt
      * from the definition by step number, so a step corrected or
      * added since the failure is picked up.
      *****************************************************************
       PREPARE-RESTART.
           IF NOT WS-CTL-FOUND OR NOT (CC-FAILED OR CC-RUNNING)
               IF WS-CTL-FOUND
                   MOVE CC-CYCLE-ID TO WS-CYCLE-ID
               END-IF
               DISPLAY "NO FAILED CYCLE TO RESTART"
               SET WS-CYCLE-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE CC-CYCLE-ID TO WS-CYCLE-ID
           MOVE CC-CYCLE-DATE TO WS-CYCLE-DATE

           IF WS-CYCLE-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE CC-STEP-COUNT TO WS-OLD-STEP-COUNT
           PERFORM VARYING WS-SEARCH-IX FROM 1 BY 1
                   UNTIL WS-SEARCH-IX > WS-OLD-STEP-COUNT
               MOVE CC-STEP-NO(WS-SEARCH-IX)
                   TO WS-OLD-STEP-NO(WS-SEARCH-IX)
               MOVE CC-STEP-STATE(WS-SEARCH-IX)
                   TO WS-OLD-STEP-STATE(WS-SEARCH-IX)
           END-PERFORM

           MOVE WS-STEP-COUNT TO CC-STEP-COUNT
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE WS-STEP-NO(WS-STEP-IX) TO CC-STEP-NO(WS-STEP-IX)
               SET CC-STEP-PENDING(WS-STEP-IX) TO TRUE
               PERFORM VARYING WS-SEARCH-IX FROM 1 BY 1
                       UNTIL WS-SEARCH-IX > WS-OLD-STEP-COUNT
                   IF WS-OLD-STEP-NO(WS-SEARCH-IX)
                               = WS-STEP-NO(WS-STEP-IX)
                           AND (WS-OLD-STEP-STATE(WS-SEARCH-IX) = "D"
                             OR WS-OLD-STEP-STATE(WS-SEARCH-IX) = "S")
                       MOVE WS-OLD-STEP-STATE(WS-SEARCH-IX)
                           TO CC-STEP-STATE(WS-STEP-IX)
                   END-IF
               END-PERFORM
           END-PERFORM

           SET CC-RUNNING TO TRUE
           MOVE 0 TO CC-FAILED-STEP
           MOVE 0 TO CC-FAILED-RC
           MOVE 0 TO CC-END-DATE
           MOVE 0 TO CC-END-TIME.

      *****************************************************************
      * The cycle runs PRODUCT-TOTAL itself, so it will not start
      * while another run holds the run lock. On restart the lock may
      * be the cycle's own run, halted part way (budget breach); that
      * run resumes from its checkpoint when its step reruns.
      *****************************************************************
       CHECK-RUN-LOCK.
           PERFORM READ-RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00" AND RC-LOCKED
               IF WS-RESTART-CYCLE AND CC-RUN-ID > 0
                       AND RC-LOCK-RUN-ID = CC-RUN-ID
                   DISPLAY "RUN " RC-LOCK-RUN-ID " OF THIS CYCLE STILL "
                       "HOLDS THE RUN LOCK - IT WILL BE RESUMED"
               ELSE
                   DISPLAY "RUN " RC-LOCK-RUN-ID " STARTED "
                       RC-LOCK-DATE " BY " RC-LOCK-OPERATOR
                       " STILL HOLDS THE RUN LOCK - CYCLE NOT STARTED"
                   SET WS-CYCLE-REFUSED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Reads RUNCTL.DAT for the lock and the next run ID to be
      * issued; no run control file yet means no run has ever been
      * taken (WS-NEXT-RUN-ID zero, status left as "35").
      *****************************************************************
       READ-RUN-CONTROL.
           MOVE 0 TO WS-NEXT-RUN-ID
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL
                   AT END
                       MOVE "10" TO WS-RUNCTL-STATUS
                   NOT AT END
                       MOVE RC-NEXT-RUN-ID TO WS-NEXT-RUN-ID
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       ABANDON-CYCLE.
           IF NOT WS-CTL-FOUND OR NOT (CC-FAILED OR CC-RUNNING)
               DISPLAY "NO FAILED CYCLE TO ABANDON"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE CC-CYCLE-ID TO WS-CYCLE-ID
           SET CC-ABANDONED TO TRUE
           MOVE WS-CURRENT-DATETIME(1:8) TO CC-END-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO CC-END-TIME
           PERFORM REWRITE-CYCLE-CONTROL

           INITIALIZE CYCLE-LOG-REC
           MOVE "ABANDON" TO CL-OUTCOME
           MOVE CC-FAILED-STEP TO CL-STEP-NO
           PERFORM WRITE-CYCLE-EVENT

           DISPLAY "CYCLE " WS-CYCLE-ID " ABANDONED - STEPS IT "
               "COMPLETED STAND; THE NEXT CYCLE STARTS FROM STEP ONE".

      *****************************************************************
      * Runs one step: passes it over if already done, skips a
      * month-end step outside month end, refuses it if a step it
      * depends on has not completed, else runs the program and
      * judges its return code against the step's limit. The step is
      * marked started in CYCLECTL.DAT before the program runs so a
      * driver that dies mid-step leaves the cycle restartable there.
      *****************************************************************
       RUN-ONE-STEP.
           INITIALIZE CYCLE-LOG-REC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-STEP-START-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-STEP-START-TIME
           MOVE WS-STEP-START-DATE TO CL-START-DATE
           MOVE WS-STEP-START-TIME TO CL-START-TIME
           MOVE WS-STEP-START-DATE TO CL-END-DATE
           MOVE WS-STEP-START-TIME TO CL-END-TIME

           IF CC-STEP-DONE(WS-STEP-IX) OR CC-STEP-SKIPPED(WS-STEP-IX)
               DISPLAY "STEP " WS-STEP-NO(WS-STEP-IX) " "
                   WS-STEP-PROGRAM(WS-STEP-IX)
                   " ALREADY COMPLETE - NOT RERUN"
               MOVE "BYPASSED" TO WS-OUTCOME
               PERFORM WRITE-STEP-LOG
               EXIT PARAGRAPH
           END-IF

           IF WS-STEP-MONTH-END-ONLY(WS-STEP-IX) AND NOT CC-MONTH-END
               DISPLAY "STEP " WS-STEP-NO(WS-STEP-IX) " "
                   WS-STEP-PROGRAM(WS-STEP-IX)
                   " SKIPPED - MONTH-END STEP"
               SET CC-STEP-SKIPPED(WS-STEP-IX) TO TRUE
               MOVE "SKIPPED" TO WS-OUTCOME
               PERFORM WRITE-STEP-LOG
               PERFORM REWRITE-CYCLE-CONTROL
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DEPENDENCIES
           IF NOT WS-DEPS-MET
               DISPLAY "STEP " WS-STEP-NO(WS-STEP-IX) " "
                   WS-STEP-PROGRAM(WS-STEP-IX) " BLOCKED - STEP "
                   WS-BLOCKING-STEP " HAS NOT COMPLETED"
               SET CC-STEP-FAILED(WS-STEP-IX) TO TRUE
               MOVE WS-STEP-NO(WS-STEP-IX) TO CC-FAILED-STEP
               MOVE 0 TO CC-FAILED-RC
               SET WS-CYCLE-STOPPED TO TRUE
               MOVE "BLOCKED" TO WS-OUTCOME
               PERFORM WRITE-STEP-LOG
               PERFORM REWRITE-CYCLE-CONTROL
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-RUN-CONTROL
           MOVE WS-NEXT-RUN-ID TO WS-RUN-ID-BEFORE
           PERFORM BUILD-STEP-COMMAND

           SET CC-STEP-STARTED(WS-STEP-IX) TO TRUE
           PERFORM REWRITE-CYCLE-CONTROL

           DISPLAY "STEP " WS-STEP-NO(WS-STEP-IX) " STARTED: "
               WS-COMMAND-LINE
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-RAW-RC
           MOVE 0 TO RETURN-CODE

           IF WS-RAW-RC < 0
               MOVE 999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-RAW-RC BY 256 GIVING WS-STEP-RC
                   REMAINDER WS-RAW-SIGNAL
               IF WS-RAW-SIGNAL NOT = 0
                   MOVE 999 TO WS-STEP-RC
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO CL-END-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO CL-END-TIME
           MOVE WS-STEP-RC TO CL-RETURN-CODE
           MOVE WS-COMMAND-LINE TO CL-COMMAND

           PERFORM READ-RUN-CONTROL
           IF WS-NEXT-RUN-ID NOT = WS-RUN-ID-BEFORE
                   AND WS-NEXT-RUN-ID > 0
               COMPUTE CC-RUN-ID = WS-NEXT-RUN-ID - 1
           END-IF

           IF WS-STEP-RC NOT > WS-STEP-MAX-RC(WS-STEP-IX)
               SET CC-STEP-DONE(WS-STEP-IX) TO TRUE
               MOVE "OK" TO WS-OUTCOME
               IF WS-STEP-RC > WS-CYCLE-RC
                   MOVE WS-STEP-RC TO WS-CYCLE-RC
               END-IF
           ELSE
               SET CC-STEP-FAILED(WS-STEP-IX) TO TRUE
               MOVE WS-STEP-NO(WS-STEP-IX) TO CC-FAILED-STEP
               MOVE WS-STEP-RC TO CC-FAILED-RC
               SET WS-CYCLE-STOPPED TO TRUE
               MOVE "FAILED" TO WS-OUTCOME
           END-IF

           EVALUATE TRUE
               WHEN WS-STEP-RC = 127
                   DISPLAY "STEP " WS-STEP-NO(WS-STEP-IX) " "
                       WS-STEP-PROGRAM(WS-STEP-IX)
                       " COULD NOT BE RUN - PROGRAM NOT FOUND"
               WHEN WS-STEP-RC = 999
                   DISPLAY "STEP " WS-STEP-NO(WS-STEP-IX) " "
                       WS-STEP-PROGRAM(WS-STEP-IX)
                       " ENDED ABNORMALLY"
               WHEN OTHER
                   DISPLAY "STEP " WS-STEP-NO(WS-STEP-IX) " "
                       WS-STEP-PROGRAM(WS-STEP-IX) " ENDED RC "
                       WS-STEP-RC " - " WS-OUTCOME
           END-EVALUATE

           PERFORM WRITE-STEP-LOG
           PERFORM REWRITE-CYCLE-CONTROL.

      *****************************************************************
      * A dependency is met once the step it names is done, or was
      * skipped as a month-end step (nothing to wait for).
      *****************************************************************
       CHECK-DEPENDENCIES.
           SET WS-DEPS-MET TO TRUE
           MOVE 0 TO WS-BLOCKING-STEP
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > 5 OR NOT WS-DEPS-MET
               IF WS-STEP-DEPENDS(WS-STEP-IX, WS-DEP-IX) > 0
                   MOVE WS-STEP-DEPENDS(WS-STEP-IX, WS-DEP-IX)
                       TO WS-FIND-STEP-NO
                   PERFORM FIND-DEFINED-STEP
                   IF WS-MATCH-IX = 0
                       MOVE "N" TO WS-DEPS-FLAG
                   ELSE
                       IF NOT CC-STEP-DONE(WS-MATCH-IX)
                               AND NOT CC-STEP-SKIPPED(WS-MATCH-IX)
                           MOVE "N" TO WS-DEPS-FLAG
                       END-IF
                   END-IF
                   IF NOT WS-DEPS-MET
                       MOVE WS-FIND-STEP-NO TO WS-BLOCKING-STEP
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * Builds the step's command line from its program and
      * arguments, filling in &RUNID, &DATE and &MONTH. &RUNID is the
      * run PRODUCT-TOTAL took in this cycle, or the last run issued
      * when it has not run in this cycle.
      *****************************************************************
       BUILD-STEP-COMMAND.
           IF CC-RUN-ID > 0
               MOVE CC-RUN-ID TO WS-ARG-RUN-ID
           ELSE
               IF WS-NEXT-RUN-ID > 0
                   COMPUTE WS-ARG-RUN-ID = WS-NEXT-RUN-ID - 1
               ELSE
                   MOVE 0 TO WS-ARG-RUN-ID
               END-IF
           END-IF

           MOVE WS-STEP-ARGS(WS-STEP-IX) TO WS-ARGS-TEXT
           MOVE SPACES TO WS-EXPANDED-ARGS
           MOVE 1 TO WS-EXP-POS
           PERFORM VARYING WS-SRC-POS FROM 1 BY 1
                   UNTIL WS-SRC-POS > 60 OR WS-EXP-POS > 92
               EVALUATE TRUE
                   WHEN WS-SRC-POS < 56
                           AND WS-ARGS-TEXT(WS-SRC-POS:6) = "&RUNID"
                       MOVE WS-ARG-RUN-ID
                           TO WS-EXPANDED-ARGS(WS-EXP-POS:6)
                       ADD 6 TO WS-EXP-POS
                       ADD 5 TO WS-SRC-POS
                   WHEN WS-SRC-POS < 56
                           AND WS-ARGS-TEXT(WS-SRC-POS:6) = "&MONTH"
                       MOVE WS-CYCLE-DATE(1:6)
                           TO WS-EXPANDED-ARGS(WS-EXP-POS:6)
                       ADD 6 TO WS-EXP-POS
                       ADD 5 TO WS-SRC-POS
                   WHEN WS-SRC-POS < 57
                           AND WS-ARGS-TEXT(WS-SRC-POS:5) = "&DATE"
                       MOVE WS-CYCLE-DATE
                           TO WS-EXPANDED-ARGS(WS-EXP-POS:8)
                       ADD 8 TO WS-EXP-POS
                       ADD 4 TO WS-SRC-POS
                   WHEN OTHER
                       MOVE WS-ARGS-TEXT(WS-SRC-POS:1)
                           TO WS-EXPANDED-ARGS(WS-EXP-POS:1)
                       ADD 1 TO WS-EXP-POS
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO WS-COMMAND-LINE
           STRING WS-STEP-PROGRAM(WS-STEP-IX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-EXPANDED-ARGS DELIMITED BY SIZE
               INTO WS-COMMAND-LINE
           END-STRING

           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-CMD-PTR
           IF WS-BIN-DIR NOT = SPACES
               STRING WS-BIN-DIR DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                   INTO WS-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           STRING WS-COMMAND-LINE DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING.
