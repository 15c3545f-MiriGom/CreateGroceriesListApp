       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOID-RUN.

      *****************************************************************
      * Backs a posted PRODUCT-TOTAL run out completely - for the run
      * that went through with the wrong GROCLIST.DAT, at the wrong
      * store, or twice by mistake. Nothing already written is
      * changed or deleted; the run is cancelled by offsetting
      * entries, so the ledger still shows what happened:
      *
      *   - every accepted detail line of the run in TXNDTL.DAT gets a
      *     reversal line (TD-ENTRY-TYPE "V") repeating its run ID,
      *     run date, line number and amounts;
      *   - the quantity each line posted to PANTRY.DAT is taken back
      *     off the item's on-hand balance, and out of the dated lots
      *     in PANTRYLOT.DAT - the lot the run itself created first,
      *     then the oldest lots for anything that lot no longer
      *     holds;
      *   - a reversal audit record (AL-ENTRY-TYPE "V") carrying the
      *     original AL-RUN-ID, run date, line count and final total
      *     is appended to AUDITLOG.DAT.
      *
      * MONTH-CLOSE and SPEND-RPT net a run and its reversal to zero,
      * and because the reversal carries the original run date it
      * closes and archives with the month of the run it cancels.
      * A void confirmation report goes to VOIDRPT.OUT.
      *
      * The void is refused when the run's month is already closed in
      * CLOSED.DAT (the archived period must keep footing), when the
      * run has no audit record on the live log, when the run has
      * already been voided, and while another run holds the run lock
      * in RUNCTL.DAT. The void takes the lock itself while it posts,
      * so PRODUCT-TOTAL cannot start underneath it. Stock used out
      * of the pantry since the run posted cannot be given back: a
      * balance too small to take the full quantity back is cleared
      * to zero and the shortfall is reported.
      *
      * Usage:
      *   void-run run-id
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT TXN-DETAIL ASSIGN TO "TXNDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT VOID-WORK ASSIGN TO "VOIDWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT PANTRY-STOCK ASSIGN TO "PANTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-ITEM-CODE
               FILE STATUS IS WS-PANTRY-STATUS.

           SELECT PANTRY-LOT ASSIGN TO "PANTRYLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CLOSED-CTL ASSIGN TO "CLOSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.

           SELECT VOID-RPT ASSIGN TO "VOIDRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
           COPY "audit-log-rec.cpy".

       FD  TXN-DETAIL.
           COPY "txn-detail-rec.cpy".

       FD  VOID-WORK.
       01  VOID-WORK-REC           PIC X(103).

       FD  PANTRY-STOCK.
           COPY "pantry-stock-rec.cpy".

       FD  PANTRY-LOT.
           COPY "pantry-lot-rec.cpy".

       FD  RUN-CONTROL.
           COPY "run-control-rec.cpy".

       FD  CLOSED-CTL.
           COPY "closed-period-rec.cpy".

       FD  VOID-RPT.
       01  RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS      PIC XX.
       01  WS-TXN-STATUS        PIC XX.
       01  WS-WORK-STATUS       PIC XX.
       01  WS-PANTRY-STATUS     PIC XX.
       01  WS-LOT-STATUS        PIC XX.
       01  WS-RUNCTL-STATUS     PIC XX.
       01  WS-CLOSED-STATUS     PIC XX.
       01  WS-RPT-STATUS        PIC XX.

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-RUN-ID            PIC 9(6).
       01  WS-RUN-MONTH         PIC 9(6).
       01  WS-CURRENT-DATETIME  PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-FILE           VALUE "Y".

       01  WS-RUN-FOUND-FLAG    PIC X VALUE "N".
           88  WS-RUN-FOUND          VALUE "Y".
       01  WS-ALREADY-VOID-FLAG PIC X VALUE "N".
           88  WS-ALREADY-VOIDED     VALUE "Y".
       01  WS-PANTRY-AVAIL-FLAG PIC X VALUE "N".
           88  WS-PANTRY-AVAILABLE   VALUE "Y".
       01  WS-LOT-AVAIL-FLAG    PIC X VALUE "N".
           88  WS-LOT-AVAILABLE      VALUE "Y".
       01  WS-LOT-FOUND-FLAG    PIC X VALUE "N".
           88  WS-LOT-FOUND          VALUE "Y".
       01  WS-LOT-EOF-FLAG      PIC X VALUE "N".
           88  WS-LOT-EOF            VALUE "Y".

      *****************************************************************
      * The original run's audit record, held while the detail is
      * reversed so the reversal audit record can repeat it.
      *****************************************************************
       01  WS-ORIG-RUN-DATE     PIC 9(8).
       01  WS-ORIG-RUN-TIME     PIC 9(8).
       01  WS-ORIG-OPERATOR     PIC X(8).
       01  WS-ORIG-ITEM-COUNT   PIC 9(5).
       01  WS-ORIG-FINAL-TOTAL  PIC 9(9)V99.

       01  WS-REV-COUNT         PIC 9(5) VALUE 0.
       01  WS-REV-EXT           PIC 9(9)V99 VALUE 0.
       01  WS-REV-DISC          PIC 9(9)V99 VALUE 0.
       01  WS-REV-TAX           PIC 9(9)V99 VALUE 0.
       01  WS-REV-NET           PIC S9(9)V99 VALUE 0.
       01  WS-PANTRY-REV-COUNT  PIC 9(5) VALUE 0.
       01  WS-PANTRY-SHORT-COUNT PIC 9(5) VALUE 0.
       01  WS-PANTRY-SKIP-COUNT PIC 9(5) VALUE 0.

       01  WS-LINE-UOM          PIC X(2).
       01  WS-STOCK-UOM         PIC X(2).
       01  WS-UOM-WORK          PIC X(2).
       01  WS-UOM-FACTOR        PIC 9(3)V9(4).
       01  WS-LINE-FACTOR       PIC 9(3)V9(4).
       01  WS-STOCK-FACTOR      PIC 9(3)V9(4).
       01  WS-UOM-KNOWN-FLAG    PIC X.
           88  WS-UOM-KNOWN          VALUE "Y".
       01  WS-UOM-WEIGHT-FLAG   PIC X.
       01  WS-LINE-WEIGHT-FLAG  PIC X.
       01  WS-STOCK-WEIGHT-FLAG PIC X.
       01  WS-BACK-OUT-QTY      PIC 9(7)V999.
       01  WS-SHORT-QTY         PIC 9(7)V999.
       01  WS-OLD-ON-HAND       PIC 9(5)V99.
       01  WS-LOT-LEFT-QTY      PIC 9(5)V99.
       01  WS-LOT-TAKE-QTY      PIC 9(5)V99.
       01  WS-PANTRY-NOTE       PIC X(30).

       01  WS-EDIT-DATE         PIC 9999/99/99.
       01  WS-EDIT-COUNT        PIC ZZZZ9.
       01  WS-EDIT-LINE-NO      PIC ZZZZZZ9.
       01  WS-EDIT-QTY          PIC ZZZZ9.999.
       01  WS-EDIT-AMOUNT       PIC ZZZ,ZZ9.99.
       01  WS-EDIT-NET          PIC ZZZ,ZZ9.99-.
       01  WS-EDIT-ON-HAND      PIC ZZZZ9.99.
       01  WS-EDIT-OLD-ON-HAND  PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "USAGE: void-run run-id"
               STOP RUN
           END-IF

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF WS-ARG-VALUE(1:6) NOT NUMERIC
                   OR WS-ARG-VALUE(7:14) NOT = SPACES
               DISPLAY "RUN ID MUST BE NUMERIC: " WS-ARG-VALUE
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:6) TO WS-RUN-ID

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"

           PERFORM FIND-RUN-AUDIT-RECORD

           IF NOT WS-RUN-FOUND
               DISPLAY "RUN " WS-RUN-ID " HAS NO AUDIT RECORD ON THE "
                   "LIVE LOG - NOT VOIDED"
               STOP RUN
           END-IF

           IF WS-ALREADY-VOIDED
               DISPLAY "RUN " WS-RUN-ID " HAS ALREADY BEEN VOIDED - "
                   "NOT VOIDED AGAIN"
               STOP RUN
           END-IF

           PERFORM CHECK-CLOSED-PERIOD

           PERFORM ACQUIRE-RUN-LOCK

           PERFORM BUILD-REVERSAL-LINES

           IF WS-ALREADY-VOIDED
               DISPLAY "RUN " WS-RUN-ID " ALREADY HAS REVERSAL DETAIL "
                   "LINES - NOT VOIDED AGAIN"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           IF WS-REV-COUNT NOT = WS-ORIG-ITEM-COUNT
               DISPLAY "WARNING: RUN " WS-RUN-ID " HAS " WS-REV-COUNT
                   " DETAIL LINE(S) AGAINST " WS-ORIG-ITEM-COUNT
                   " ON ITS AUDIT RECORD - REVERSING WHAT IS THERE"
           END-IF

           PERFORM OPEN-VOID-REPORT
           PERFORM WRITE-VOID-HEADER
           PERFORM POST-REVERSAL-LINES
           PERFORM WRITE-REVERSAL-AUDIT
           PERFORM WRITE-VOID-TRAILER
           CLOSE VOID-RPT

           PERFORM RELEASE-RUN-LOCK

           DISPLAY "RUN " WS-RUN-ID " VOIDED - " WS-REV-COUNT
               " DETAIL LINE(S) REVERSED, " WS-PANTRY-REV-COUNT
               " PANTRY POSTING(S) TAKEN BACK - SEE VOIDRPT.OUT"

           STOP RUN.

      *****************************************************************
      * Finds the run's audit record on the live log. A reversal
      * record already there for the run means it was voided before.
      * A run that was archived by MONTH-CLOSE is no longer on the
      * live log, and its month is closed anyway.
      *****************************************************************
       FIND-RUN-AUDIT-RECORD.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT LOG - STATUS "
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ AUDIT-LOG
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       IF AL-RUN-ID = WS-RUN-ID
                           IF AL-VOID-ENTRY
                               SET WS-ALREADY-VOIDED TO TRUE
                           ELSE
                               SET WS-RUN-FOUND TO TRUE
                               MOVE AL-RUN-DATE TO WS-ORIG-RUN-DATE
                               MOVE AL-RUN-TIME TO WS-ORIG-RUN-TIME
                               MOVE AL-OPERATOR TO WS-ORIG-OPERATOR
                               MOVE AL-ITEM-COUNT TO
                                   WS-ORIG-ITEM-COUNT
                               MOVE AL-FINAL-TOTAL TO
                                   WS-ORIG-FINAL-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

      *****************************************************************
      * A run belongs to the month of its audit record - the month
      * MONTH-CLOSE reconciles and archives it under - so that is the
      * month checked against CLOSED.DAT.
      *****************************************************************
       CHECK-CLOSED-PERIOD.
           OPEN INPUT CLOSED-CTL
           IF WS-CLOSED-STATUS = "00"
               READ CLOSED-CTL
                   NOT AT END
                       MOVE WS-ORIG-RUN-DATE(1:6) TO WS-RUN-MONTH
                       IF WS-RUN-MONTH NOT > CP-CLOSED-THRU
                           DISPLAY "RUN " WS-RUN-ID " DATED "
                               WS-ORIG-RUN-DATE " FALLS IN A CLOSED "
                               "MONTH (CLOSED THROUGH "
                               CP-CLOSED-THRU ") - NOT VOIDED"
                           CLOSE CLOSED-CTL
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CLOSED-CTL
           END-IF.

      *****************************************************************
      * Refuses the void while any run holds the run lock - a halted
      * or running PRODUCT-TOTAL is still writing the files the void
      * reverses - and otherwise takes the lock for the void's own
      * postings. The next-run-ID counter is left exactly as found.
      *****************************************************************
       ACQUIRE-RUN-LOCK.
           OPEN INPUT RUN-CONTROL
           EVALUATE WS-RUNCTL-STATUS
               WHEN "00"
                   READ RUN-CONTROL
                       AT END
                           PERFORM INIT-RUN-CONTROL
                   END-READ
                   CLOSE RUN-CONTROL
               WHEN "35"
                   PERFORM INIT-RUN-CONTROL
               WHEN OTHER
                   DISPLAY "UNABLE TO READ RUN CONTROL FILE - STATUS "
                       WS-RUNCTL-STATUS
                   STOP RUN
           END-EVALUATE

           IF RC-LOCKED
               DISPLAY "RUN " RC-LOCK-RUN-ID " STARTED "
                   RC-LOCK-DATE " BY " RC-LOCK-OPERATOR
                   " STILL HOLDS THE RUN LOCK - NOT VOIDED"
               STOP RUN
           END-IF

           SET RC-LOCKED TO TRUE
           MOVE WS-RUN-ID TO RC-LOCK-RUN-ID
           MOVE WS-CURRENT-DATETIME(1:8) TO RC-LOCK-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO RC-LOCK-TIME
           MOVE WS-OPERATOR TO RC-LOCK-OPERATOR
           PERFORM REWRITE-RUN-CONTROL.

       INIT-RUN-CONTROL.
           MOVE 1 TO RC-NEXT-RUN-ID
           SET RC-UNLOCKED TO TRUE
           MOVE 0 TO RC-LOCK-RUN-ID
           MOVE 0 TO RC-LOCK-DATE
           MOVE 0 TO RC-LOCK-TIME
           MOVE SPACES TO RC-LOCK-OPERATOR.

       RELEASE-RUN-LOCK.
           SET RC-UNLOCKED TO TRUE
           PERFORM REWRITE-RUN-CONTROL.

       REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE RUN CONTROL FILE - STATUS "
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

      *****************************************************************
      * First pass over the detail file: each original line of the
      * run is copied to the work file as its reversal image. The
      * detail file cannot be appended to while it is being read, so
      * the images wait in VOIDWORK.DAT until the pass is complete.
      * A reversal line already on file for the run stops the void.
      *****************************************************************
       BUILD-REVERSAL-LINES.
           OPEN INPUT TXN-DETAIL
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION DETAIL FILE - "
                   "STATUS " WS-TXN-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           OPEN OUTPUT VOID-WORK
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VOID WORK FILE - STATUS "
                   WS-WORK-STATUS
               CLOSE TXN-DETAIL
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ TXN-DETAIL
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       IF TD-RUN-ID = WS-RUN-ID
                           IF TD-REVERSAL-ENTRY
                               SET WS-ALREADY-VOIDED TO TRUE
                           ELSE
                               SET TD-REVERSAL-ENTRY TO TRUE
                               WRITE VOID-WORK-REC FROM TXN-DETAIL-REC
                               ADD 1 TO WS-REV-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TXN-DETAIL
           CLOSE VOID-WORK.

      *****************************************************************
      * Second pass: the reversal images are appended to the detail
      * file and each takes its quantity back off the pantry.
      *****************************************************************
       POST-REVERSAL-LINES.
           OPEN INPUT VOID-WORK
           OPEN EXTEND TXN-DETAIL
           IF WS-WORK-STATUS NOT = "00" OR WS-TXN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VOID POSTING FILES - STATUS "
                   WS-WORK-STATUS " / " WS-TXN-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           OPEN I-O PANTRY-STOCK
           IF WS-PANTRY-STATUS = "00"
               SET WS-PANTRY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "PANTRY STOCK NOT AVAILABLE - STATUS "
                   WS-PANTRY-STATUS " - NO ON-HAND BALANCES REVERSED"
           END-IF

           IF WS-PANTRY-AVAILABLE
               OPEN I-O PANTRY-LOT
               IF WS-LOT-STATUS = "00"
                   SET WS-LOT-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "PANTRY LOTS NOT AVAILABLE - STATUS "
                       WS-LOT-STATUS " - NO LOTS REVERSED"
               END-IF
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ VOID-WORK
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       MOVE VOID-WORK-REC TO TXN-DETAIL-REC
                       WRITE TXN-DETAIL-REC
                       ADD TD-EXT-PRICE TO WS-REV-EXT
                       ADD TD-DISCOUNT-AMT TO WS-REV-DISC
                       ADD TD-ITEM-TAX TO WS-REV-TAX
                       MOVE SPACES TO WS-PANTRY-NOTE
                       IF WS-PANTRY-AVAILABLE
                           PERFORM REVERSE-PANTRY-POSTING
                       ELSE
                           MOVE "PANTRY NOT REVERSED" TO
                               WS-PANTRY-NOTE
                       END-IF
                       PERFORM WRITE-VOID-DETAIL-LINE
               END-READ
           END-PERFORM

           CLOSE VOID-WORK
           CLOSE TXN-DETAIL
           IF WS-PANTRY-AVAILABLE
               CLOSE PANTRY-STOCK
           END-IF
           IF WS-LOT-AVAILABLE
               CLOSE PANTRY-LOT
           END-IF.

      *****************************************************************
      * PRODUCT-TOTAL posted TD-QTY in the pricing unit TD-UOM. If
      * the item has since been restocked in another unit the
      * quantity converts the way PRODUCT-TOTAL converts line
      * quantities - weight units through ounces, EA only matching
      * EA; an incompatible unit is reported and left alone. Stock
      * already used cannot come back: the balance stops at zero and
      * the shortfall is reported.
      *****************************************************************
       REVERSE-PANTRY-POSTING.
           MOVE TD-ITEM-CODE TO PS-ITEM-CODE
           READ PANTRY-STOCK
               INVALID KEY
                   ADD 1 TO WS-PANTRY-SKIP-COUNT
                   MOVE "NOT IN PANTRY - NOT REVERSED" TO
                       WS-PANTRY-NOTE
           END-READ
           IF WS-PANTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE TD-UOM TO WS-LINE-UOM
           IF WS-LINE-UOM = SPACES
               MOVE "EA" TO WS-LINE-UOM
           END-IF
           MOVE PS-UOM TO WS-STOCK-UOM
           IF WS-STOCK-UOM = SPACES
               MOVE "EA" TO WS-STOCK-UOM
           END-IF

           MOVE WS-LINE-UOM TO WS-UOM-WORK
           PERFORM GET-UOM-FACTOR
           MOVE WS-UOM-FACTOR TO WS-LINE-FACTOR
           MOVE WS-UOM-WEIGHT-FLAG TO WS-LINE-WEIGHT-FLAG
           IF WS-UOM-KNOWN
               MOVE WS-STOCK-UOM TO WS-UOM-WORK
               PERFORM GET-UOM-FACTOR
               MOVE WS-UOM-FACTOR TO WS-STOCK-FACTOR
               MOVE WS-UOM-WEIGHT-FLAG TO WS-STOCK-WEIGHT-FLAG
           END-IF

           IF NOT WS-UOM-KNOWN
                   OR WS-LINE-WEIGHT-FLAG NOT = WS-STOCK-WEIGHT-FLAG
               ADD 1 TO WS-PANTRY-SKIP-COUNT
               STRING "PANTRY UNIT " DELIMITED BY SIZE
                   WS-STOCK-UOM DELIMITED BY SIZE
                   " - NOT REVERSED" DELIMITED BY SIZE
                   INTO WS-PANTRY-NOTE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BACK-OUT-QTY ROUNDED =
               TD-QTY * WS-LINE-FACTOR / WS-STOCK-FACTOR

           MOVE PS-ON-HAND TO WS-OLD-ON-HAND
           IF WS-BACK-OUT-QTY > PS-ON-HAND
               COMPUTE WS-SHORT-QTY = WS-BACK-OUT-QTY - PS-ON-HAND
               MOVE 0 TO PS-ON-HAND
               ADD 1 TO WS-PANTRY-SHORT-COUNT
               MOVE WS-SHORT-QTY TO WS-EDIT-QTY
               STRING "USED - " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   " SHORT" DELIMITED BY SIZE
                   INTO WS-PANTRY-NOTE
           ELSE
               COMPUTE PS-ON-HAND ROUNDED =
                   PS-ON-HAND - WS-BACK-OUT-QTY
           END-IF

           REWRITE PANTRY-STOCK-REC
               INVALID KEY
                   ADD 1 TO WS-PANTRY-SKIP-COUNT
                   MOVE "PANTRY REWRITE FAILED" TO WS-PANTRY-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-PANTRY-REV-COUNT
                   IF WS-PANTRY-NOTE = SPACES
                       MOVE WS-OLD-ON-HAND TO WS-EDIT-OLD-ON-HAND
                       MOVE PS-ON-HAND TO WS-EDIT-ON-HAND
                       STRING "ON HAND " DELIMITED BY SIZE
                           WS-EDIT-OLD-ON-HAND DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           WS-EDIT-ON-HAND DELIMITED BY SIZE
                           INTO WS-PANTRY-NOTE
                   END-IF
                   IF WS-LOT-AVAILABLE
                       COMPUTE WS-LOT-LEFT-QTY =
                           WS-OLD-ON-HAND - PS-ON-HAND
                       PERFORM REVERSE-PANTRY-LOTS
                   END-IF
           END-REWRITE.

      *****************************************************************
      * Takes the quantity actually backed off the balance out of the
      * item's lots: first any lot the voided run created (found by
      * PL-RUN-ID), then the oldest lots for whatever has since been
      * used out of the run's own lot. A lot taken down to nothing is
      * deleted, as PANTRY-MAINT does, so each pass re-starts at the
      * front of the item's lots.
      *****************************************************************
       REVERSE-PANTRY-LOTS.
           MOVE "Y" TO WS-LOT-FOUND-FLAG
           PERFORM UNTIL WS-LOT-LEFT-QTY = 0 OR NOT WS-LOT-FOUND
               PERFORM FIND-RUN-LOT
               IF WS-LOT-FOUND
                   PERFORM TAKE-FROM-LOT
               END-IF
           END-PERFORM

           MOVE "Y" TO WS-LOT-FOUND-FLAG
           PERFORM UNTIL WS-LOT-LEFT-QTY = 0 OR NOT WS-LOT-FOUND
               PERFORM FIND-OLDEST-LOT
               IF WS-LOT-FOUND
                   PERFORM TAKE-FROM-LOT
               END-IF
           END-PERFORM.

       FIND-RUN-LOT.
           MOVE "N" TO WS-LOT-FOUND-FLAG
           MOVE "N" TO WS-LOT-EOF-FLAG
           PERFORM START-ITEM-LOTS
           PERFORM UNTIL WS-LOT-EOF OR WS-LOT-FOUND
               PERFORM READ-NEXT-ITEM-LOT
               IF NOT WS-LOT-EOF AND PL-RUN-ID = WS-RUN-ID
                   SET WS-LOT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-OLDEST-LOT.
           MOVE "N" TO WS-LOT-FOUND-FLAG
           MOVE "N" TO WS-LOT-EOF-FLAG
           PERFORM START-ITEM-LOTS
           PERFORM READ-NEXT-ITEM-LOT
           IF NOT WS-LOT-EOF
               SET WS-LOT-FOUND TO TRUE
           END-IF.

       START-ITEM-LOTS.
           MOVE TD-ITEM-CODE TO PL-ITEM-CODE
           MOVE 0 TO PL-PURCH-DATE
           MOVE 0 TO PL-LOT-SEQ
           START PANTRY-LOT KEY NOT < PL-KEY
               INVALID KEY
                   SET WS-LOT-EOF TO TRUE
           END-START.

       READ-NEXT-ITEM-LOT.
           IF NOT WS-LOT-EOF
               READ PANTRY-LOT NEXT RECORD
                   AT END
                       SET WS-LOT-EOF TO TRUE
                   NOT AT END
                       IF PL-ITEM-CODE NOT = TD-ITEM-CODE
                           SET WS-LOT-EOF TO TRUE
                       END-IF
               END-READ
           END-IF.

       TAKE-FROM-LOT.
           IF WS-LOT-LEFT-QTY < PL-REMAIN-QTY
               MOVE WS-LOT-LEFT-QTY TO WS-LOT-TAKE-QTY
           ELSE
               MOVE PL-REMAIN-QTY TO WS-LOT-TAKE-QTY
           END-IF
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-LEFT-QTY
           SUBTRACT WS-LOT-TAKE-QTY FROM PL-REMAIN-QTY

           IF PL-REMAIN-QTY = 0
               DELETE PANTRY-LOT RECORD
                   INVALID KEY
                       MOVE "N" TO WS-LOT-FOUND-FLAG
               END-DELETE
           ELSE
               REWRITE PANTRY-LOT-REC
                   INVALID KEY
                       MOVE "N" TO WS-LOT-FOUND-FLAG
               END-REWRITE
           END-IF.

      *****************************************************************
      * The reversal audit record repeats the original's run ID, run
      * date, line count and final total, so MONTH-CLOSE nets the two
      * within the run's own month; it is stamped with who voided the
      * run and when.
      *****************************************************************
       WRITE-REVERSAL-AUDIT.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT LOG - STATUS "
                   WS-AUDIT-STATUS " - REVERSAL AUDIT RECORD NOT "
                   "WRITTEN"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           MOVE WS-ORIG-RUN-DATE TO AL-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO AL-RUN-TIME
           MOVE WS-OPERATOR TO AL-OPERATOR
           MOVE WS-ORIG-ITEM-COUNT TO AL-ITEM-COUNT
           MOVE WS-ORIG-FINAL-TOTAL TO AL-FINAL-TOTAL
           MOVE WS-RUN-ID TO AL-RUN-ID
           SET AL-VOID-ENTRY TO TRUE
           MOVE WS-CURRENT-DATETIME(1:8) TO AL-VOID-DATE
           WRITE AUDIT-LOG-REC
           CLOSE AUDIT-LOG.

       OPEN-VOID-REPORT.
           OPEN OUTPUT VOID-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VOID REPORT - STATUS "
                   WS-RPT-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

       WRITE-VOID-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING "VOID CONFIRMATION - RUN " DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-ORIG-RUN-DATE TO WS-EDIT-DATE
           MOVE WS-ORIG-ITEM-COUNT TO WS-EDIT-COUNT
           MOVE WS-ORIG-FINAL-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "ORIGINAL RUN " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-ORIG-OPERATOR DELIMITED BY SIZE
               "  LINES " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  FINAL TOTAL " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CURRENT-DATETIME(1:8) TO WS-EDIT-DATE
           MOVE SPACES TO RPT-LINE
           STRING "VOIDED       " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "   LINE" DELIMITED BY SIZE
               "  ITEM  " DELIMITED BY SIZE
               "       QTY" DELIMITED BY SIZE
               " UOM" DELIMITED BY SIZE
               "   EXT PRICE" DELIMITED BY SIZE
               "  PANTRY" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-VOID-DETAIL-LINE.
           MOVE TD-LINE-NO TO WS-EDIT-LINE-NO
           MOVE TD-QTY TO WS-EDIT-QTY
           MOVE TD-EXT-PRICE TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING WS-EDIT-LINE-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TD-ITEM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-QTY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TD-UOM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PANTRY-NOTE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-VOID-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REV-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "DETAIL LINES REVERSED:     " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REV-EXT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "EXTENDED REVERSED:    " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REV-DISC TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "DISCOUNT REVERSED:    " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REV-TAX TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "TAX REVERSED:         " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-REV-NET = WS-REV-EXT - WS-REV-DISC + WS-REV-TAX
           MOVE WS-REV-NET TO WS-EDIT-NET
           MOVE SPACES TO RPT-LINE
           STRING "NET SPEND REVERSED:   " DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-ORIG-FINAL-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "AUDIT TOTAL REVERSED: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-PANTRY-REV-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "PANTRY POSTINGS TAKEN BACK:" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           IF WS-PANTRY-SHORT-COUNT > 0
               MOVE WS-PANTRY-SHORT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  OF WHICH ALREADY USED:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " (ON HAND CLEARED TO ZERO)" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF WS-PANTRY-SKIP-COUNT > 0
               MOVE WS-PANTRY-SKIP-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "PANTRY POSTINGS NOT TAKEN: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " (SEE LINES ABOVE)" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       GET-UOM-FACTOR.
           MOVE "Y" TO WS-UOM-KNOWN-FLAG
           EVALUATE WS-UOM-WORK
               WHEN "EA"
                   MOVE 1 TO WS-UOM-FACTOR
                   MOVE "N" TO WS-UOM-WEIGHT-FLAG
               WHEN "LB"
                   MOVE 16 TO WS-UOM-FACTOR
                   MOVE "Y" TO WS-UOM-WEIGHT-FLAG
               WHEN "KG"
                   MOVE 35.2740 TO WS-UOM-FACTOR
                   MOVE "Y" TO WS-UOM-WEIGHT-FLAG
               WHEN "OZ"
                   MOVE 1 TO WS-UOM-FACTOR
                   MOVE "Y" TO WS-UOM-WEIGHT-FLAG
               WHEN OTHER
                   MOVE "N" TO WS-UOM-KNOWN-FLAG
                   MOVE 1 TO WS-UOM-FACTOR
                   MOVE "N" TO WS-UOM-WEIGHT-FLAG
           END-EVALUATE.
