      *****************************************************************
      * CYCLE-STEP-REC.CPY
      * One step of the weekly batch cycle, as listed in the cycle
      * definition file (CYCLEDEF.DAT) that CYCLE-RUN works through.
      * The file is kept by hand, one step per line, in step number
      * order:
      *
      *   001 reorder-rpt   A 04
      *   002 list-merge    A 04 001                 PANTRY REORDLST.DAT
      *   003 store-split   A 04 002                 S001 S002
      *   004 pick-list     A 04 002
      *   005 product-total A 04 002                 S001
      *   006 receipt-recon A 04 005                 &RUNID
      *   007 price-load    A 04 006
      *   008 month-close   M 04 005 007             &MONTH
      *
      * CS-PROGRAM is the program to run and CS-ARGS its command line.
      * In the arguments &RUNID stands for the run ID PRODUCT-TOTAL
      * took in this cycle (the last one issued if it has not run),
      * &DATE for the cycle date and &MONTH for its YYYYMM.
      *
      * CS-RUN-WHEN is A (or space) to run every cycle and M to run
      * only at month end. CS-DEPENDS-ON names up to five earlier
      * steps that must have completed first. CS-MAX-RC is the
      * highest return code the step may end with and the cycle still
      * go on (spaces mean 04).
      *
      * Return codes set by the cycle programs:
      *   00  clean
      *   04  completed with exceptions to review (suspended or held
      *       lines, receipt variances)
      *   08  not run or stopped short (usage, run lock held, closed
      *       month, work table full, budget halt)
      *   12  out of balance - control counts or month does not foot
      *   16  a file could not be opened or written
      *****************************************************************
       01  CYCLE-STEP-REC.
           05  CS-STEP-NO          PIC 9(3).
           05  FILLER              PIC X(1).
           05  CS-PROGRAM          PIC X(13).
           05  FILLER              PIC X(1).
           05  CS-RUN-WHEN         PIC X(1).
               88  CS-RUN-ALWAYS        VALUE "A" " ".
               88  CS-RUN-MONTH-END     VALUE "M".
           05  FILLER              PIC X(1).
           05  CS-MAX-RC           PIC X(2).
           05  CS-DEPENDS-LIST.
               10  CS-DEPENDS-ENTRY OCCURS 5 TIMES.
                   15  FILLER          PIC X(1).
                   15  CS-DEPENDS-ON   PIC X(3).
           05  FILLER              PIC X(1).
           05  CS-ARGS             PIC X(60).
