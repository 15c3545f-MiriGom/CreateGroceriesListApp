      * Such a close is refused outright, FORCE or not; close the
      * earlier month first.
      *
      * A run backed out by VOID-RUN carries a reversal audit record
      * and reversal detail lines under its own run ID and run date.
      * Both sides fold onto the run's table entry: the original must
      * still foot to its audit record, the reversal must mirror it
      * exactly, and the run then reports VOIDED - NETS TO ZERO and
      * archives with its reversal like any other run.
      *
      * Usage:
      *   month-close YYYYMM [FORCE]
      *****************************************************************
           COPY "txn-detail-rec.cpy".

       FD  AUDIT-ARCH.
       01  AUDIT-ARCH-REC          PIC X(55).

       FD  TXN-ARCH.
       01  TXN-ARCH-REC            PIC X(103).

       FD  AUDIT-WORK.
       01  AUDIT-WORK-REC          PIC X(55).

       FD  TXN-WORK.
       01  TXN-WORK-REC            PIC X(103).

       FD  CLOSE-RPT.
       01  RPT-LINE                PIC X(100).
               10  WS-RUN-DTL-EXT      PIC 9(9)V99.
               10  WS-RUN-DTL-DISC     PIC 9(9)V99.
               10  WS-RUN-DTL-TAX      PIC 9(9)V99.
               10  WS-RUN-VOID-FLAG    PIC X.
                   88  WS-RUN-VOIDED        VALUE "Y".
               10  WS-RUN-REV-AUD-COUNT PIC 9(5).
               10  WS-RUN-REV-AUD-TOTAL PIC 9(9)V99.
               10  WS-RUN-REV-DTL-COUNT PIC 9(5).
               10  WS-RUN-REV-DTL-EXT  PIC 9(9)V99.
               10  WS-RUN-REV-DTL-DISC PIC 9(9)V99.
               10  WS-RUN-REV-DTL-TAX  PIC 9(9)V99.

       01  WS-DTL-TOTAL         PIC 9(9)V99.
       01  WS-REV-DTL-TOTAL     PIC 9(9)V99.
       01  WS-VOID-COUNT        PIC 9(4) VALUE 0.
       01  WS-EARLIER-COUNT     PIC 9(5) VALUE 0.
       01  WS-OOB-COUNT         PIC 9(4) VALUE 0.
       01  WS-ORPHAN-COUNT      PIC 9(5) VALUE 0.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "USAGE: month-close YYYYMM [FORCE]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ARG-VALUE(1:6) NOT NUMERIC
                   OR WS-ARG-VALUE(7:14) NOT = SPACES
               DISPLAY "MONTH MUST BE YYYYMM: " WS-ARG-VALUE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:6) TO WS-CLOSE-MONTH
               DISPLAY "MONTH " WS-CLOSE-MONTH " NOT CLOSED - "
                   WS-EARLIER-COUNT " AUDIT RECORD(S) IN EARLIER "
                   "OPEN MONTH(S) - CLOSE THOSE FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-RUN-COUNT = 0
               DISPLAY "NO AUDITED RUNS IN MONTH " WS-CLOSE-MONTH
                   " - NOTHING TO CLOSE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

                   WS-OOB-COUNT " RUN(S) OUT OF BALANCE, "
                   WS-ORPHAN-COUNT " ORPHAN DETAIL LINE(S) - "
                   "SEE CLOSERPT.OUT (FORCE TO CLOSE ANYWAY)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

               WS-ARCH-AUD-COUNT " AUDIT RECORD(S) AND "
               WS-ARCH-TXN-COUNT " DETAIL RECORD(S) ARCHIVED"

           IF WS-OOB-COUNT > 0 OR WS-ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       CHECK-ALREADY-CLOSED.
                               " ALREADY CLOSED (CLOSED THROUGH "
                               CP-CLOSED-THRU ")"
                           CLOSE CLOSED-CTL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT LOG - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           END-PERFORM
           CLOSE AUDIT-LOG.

      *****************************************************************
      * A run's audit record and the reversal audit record VOID-RUN
      * writes for it share the run ID, so either one finds or stakes
      * out the same entry - whichever of the two is read first.
      *****************************************************************
       NOTE-AUDIT-RUN.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT
                       OR WS-MATCH-IX > 0
               IF WS-RUN-RUN-ID (WS-RUN-IX) = AL-RUN-ID
                   MOVE WS-RUN-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-RUN-COUNT >= 200
                   DISPLAY "RUN TABLE FULL - SPLIT THE CLOSE"
                   CLOSE AUDIT-LOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-MATCH-IX
               MOVE AL-RUN-ID TO WS-RUN-RUN-ID (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-AUD-COUNT (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-AUD-TOTAL (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-DTL-COUNT (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-DTL-EXT (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-DTL-DISC (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-DTL-TAX (WS-MATCH-IX)
               MOVE "N" TO WS-RUN-VOID-FLAG (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-REV-AUD-COUNT (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-REV-AUD-TOTAL (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-REV-DTL-COUNT (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-REV-DTL-EXT (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-REV-DTL-DISC (WS-MATCH-IX)
               MOVE 0 TO WS-RUN-REV-DTL-TAX (WS-MATCH-IX)
           END-IF

           IF AL-VOID-ENTRY
               SET WS-RUN-VOIDED (WS-MATCH-IX) TO TRUE
               ADD AL-ITEM-COUNT TO WS-RUN-REV-AUD-COUNT (WS-MATCH-IX)
               ADD AL-FINAL-TOTAL TO
                   WS-RUN-REV-AUD-TOTAL (WS-MATCH-IX)
           ELSE
               ADD AL-ITEM-COUNT TO WS-RUN-AUD-COUNT (WS-MATCH-IX)
               ADD AL-FINAL-TOTAL TO WS-RUN-AUD-TOTAL (WS-MATCH-IX)
           END-IF.

      *****************************************************************
      * Second pass: detail lines fold onto their run's table entry.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION DETAIL FILE - "
                   "STATUS " WS-TXN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           END-PERFORM

           IF WS-MATCH-IX > 0
               IF TD-REVERSAL-ENTRY
                   ADD 1 TO WS-RUN-REV-DTL-COUNT (WS-MATCH-IX)
                   ADD TD-EXT-PRICE TO WS-RUN-REV-DTL-EXT (WS-MATCH-IX)
                   ADD TD-DISCOUNT-AMT TO
                       WS-RUN-REV-DTL-DISC (WS-MATCH-IX)
                   ADD TD-ITEM-TAX TO WS-RUN-REV-DTL-TAX (WS-MATCH-IX)
               ELSE
                   ADD 1 TO WS-RUN-DTL-COUNT (WS-MATCH-IX)
                   ADD TD-EXT-PRICE TO WS-RUN-DTL-EXT (WS-MATCH-IX)
                   ADD TD-DISCOUNT-AMT TO WS-RUN-DTL-DISC (WS-MATCH-IX)
                   ADD TD-ITEM-TAX TO WS-RUN-DTL-TAX (WS-MATCH-IX)
               END-IF
           ELSE
               IF TD-RUN-DATE(1:6) = WS-MONTH-TEXT
                   ADD 1 TO WS-ORPHAN-COUNT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CLOSE REPORT - STATUS "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               INTO RPT-LINE
           WRITE RPT-LINE

           IF WS-VOID-COUNT > 0
               MOVE WS-VOID-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "RUNS VOIDED:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           CLOSE CLOSE-RPT.

       WRITE-ONE-RUN-LINE.
               WS-EDIT-DTL-TOTAL DELIMITED BY SIZE
               INTO RPT-LINE

           IF WS-RUN-VOIDED (WS-RUN-IX)
               PERFORM WRITE-VOIDED-RUN-LINES
               EXIT PARAGRAPH
           END-IF

           IF WS-RUN-AUD-COUNT (WS-RUN-IX) =
                   WS-RUN-DTL-COUNT (WS-RUN-IX)
                   AND WS-RUN-AUD-TOTAL (WS-RUN-IX) = WS-DTL-TOTAL
           END-IF
           WRITE RPT-LINE.

      *****************************************************************
      * A voided run prints its original line and its reversal line.
      * It nets to zero when the original foots to its audit record
      * and the reversal repeats the original exactly - same audit
      * count and total, same detail count, extended, discount and
      * tax. Anything else is out of balance like any other run.
      *****************************************************************
       WRITE-VOIDED-RUN-LINES.
           ADD 1 TO WS-VOID-COUNT
           WRITE RPT-LINE

           IF WS-RUN-REV-DTL-DISC (WS-RUN-IX) >
                   WS-RUN-REV-DTL-EXT (WS-RUN-IX)
                       + WS-RUN-REV-DTL-TAX (WS-RUN-IX)
               MOVE 0 TO WS-REV-DTL-TOTAL
           ELSE
               COMPUTE WS-REV-DTL-TOTAL =
                   WS-RUN-REV-DTL-EXT (WS-RUN-IX)
                       - WS-RUN-REV-DTL-DISC (WS-RUN-IX)
                       + WS-RUN-REV-DTL-TAX (WS-RUN-IX)
           END-IF

           MOVE WS-RUN-REV-AUD-COUNT (WS-RUN-IX) TO WS-EDIT-AUD-COUNT
           MOVE WS-RUN-REV-AUD-TOTAL (WS-RUN-IX) TO WS-EDIT-AUD-TOTAL
           MOVE WS-RUN-REV-DTL-COUNT (WS-RUN-IX) TO WS-EDIT-DTL-COUNT
           MOVE WS-REV-DTL-TOTAL TO WS-EDIT-DTL-TOTAL

           MOVE SPACES TO RPT-LINE
           STRING "  VOID" DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-EDIT-AUD-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AUD-TOTAL DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-EDIT-DTL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-DTL-TOTAL DELIMITED BY SIZE
               INTO RPT-LINE

           IF WS-RUN-AUD-COUNT (WS-RUN-IX) =
                   WS-RUN-DTL-COUNT (WS-RUN-IX)
                   AND WS-RUN-AUD-TOTAL (WS-RUN-IX) = WS-DTL-TOTAL
                   AND WS-RUN-REV-AUD-COUNT (WS-RUN-IX) =
                       WS-RUN-AUD-COUNT (WS-RUN-IX)
                   AND WS-RUN-REV-AUD-TOTAL (WS-RUN-IX) =
                       WS-RUN-AUD-TOTAL (WS-RUN-IX)
                   AND WS-RUN-REV-DTL-COUNT (WS-RUN-IX) =
                       WS-RUN-DTL-COUNT (WS-RUN-IX)
                   AND WS-RUN-REV-DTL-EXT (WS-RUN-IX) =
                       WS-RUN-DTL-EXT (WS-RUN-IX)
                   AND WS-RUN-REV-DTL-DISC (WS-RUN-IX) =
                       WS-RUN-DTL-DISC (WS-RUN-IX)
                   AND WS-RUN-REV-DTL-TAX (WS-RUN-IX) =
                       WS-RUN-DTL-TAX (WS-RUN-IX)
               STRING "  VOIDED - NETS TO ZERO" DELIMITED BY SIZE
                   INTO RPT-LINE(60:)
           ELSE
               ADD 1 TO WS-OOB-COUNT
               STRING "  *** VOID DOES NOT NET ***" DELIMITED BY SIZE
                   INTO RPT-LINE(60:)
           END-IF
           WRITE RPT-LINE.

      *****************************************************************
      * The live audit log is split record by record: the month's
      * records go to the period archive, the rest to a work file
               DISPLAY "UNABLE TO OPEN AUDIT ARCHIVE FILES - STATUS "
                   WS-AUDIT-STATUS " / " WS-AUD-ARCH-STATUS " / "
                   WS-AUD-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN DETAIL ARCHIVE FILES - "
                   "STATUS " WS-TXN-STATUS " / " WS-TXN-ARCH-STATUS
                   " / " WS-TXN-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CLOSED PERIOD FILE - STATUS "
                   WS-CLOSED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLOSE-MONTH TO CP-CLOSED-THRU
