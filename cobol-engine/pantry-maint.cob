      * reflects what has actually been used up, and carries the
      * minimum level that drives REORDER-RPT.
      *
      * Usage and waste are drawn from the dated lots in PANTRYLOT.DAT
      * oldest first. Any part of the balance that is not covered by
      * a lot (stock posted before lots were kept, or set up by hand)
      * is treated as the oldest stock and drawn before any lot. A lot
      * drawn down to nothing is deleted.
      *
      * Waste is drawn the same way and each lot it comes out of is
      * written to WASTELOG.DAT with its purchase date, so WASTE-RPT
      * can value it at the price paid.
      *
      * Every movement and minimum change is journaled to MAINTJRN.DAT
      * - the pantry record before and after, and each lot drawn
      * before and after (no after image when the lot is used up).
      *
      * Usage:
      *   pantry-maint U item-code qty          (record usage)
      *   pantry-maint W item-code qty [reason] (record spoilage)
      *   pantry-maint M item-code min-level    (set reorder minimum)
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PS-ITEM-CODE
               FILE STATUS IS WS-PANTRY-STATUS.

           SELECT PANTRY-LOT ASSIGN TO "PANTRYLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT WASTE-LOG ASSIGN TO "WASTELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WASTE-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PANTRY-STOCK.
           COPY "pantry-stock-rec.cpy".

       FD  PANTRY-LOT.
           COPY "pantry-lot-rec.cpy".

       FD  WASTE-LOG.
           COPY "waste-log-rec.cpy".

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PANTRY-STATUS     PIC XX.
       01  WS-LOT-STATUS        PIC XX.
       01  WS-WASTE-STATUS      PIC XX.
       01  WS-JRNL-STATUS       PIC XX.
       01  WS-JRNL-DATETIME     PIC X(21).
       01  WS-BEFORE-IMAGE      PIC X(60).
       01  WS-LOT-BEFORE-IMAGE  PIC X(60).
       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-ACTION-CODE       PIC X(1).
       01  WS-MOVE-QTY          PIC 9(5)V99.
       01  WS-CURRENT-DATETIME  PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-WASTE-REASON      PIC X(20) VALUE SPACES.

       01  WS-DRAW-QTY          PIC 9(5)V99.
       01  WS-LEFT-TO-DRAW      PIC 9(5)V99.
       01  WS-TAKE-QTY          PIC 9(5)V99.
       01  WS-LOT-TOTAL         PIC 9(7)V99.
       01  WS-UNLOTTED-QTY      PIC 9(7)V99.
       01  WS-LOTS-DRAWN        PIC 9(4).
       01  WS-LOT-EOF-FLAG      PIC X VALUE "N".
           88  WS-LOT-EOF       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.

           IF WS-ARG-COUNT < 3
               DISPLAY "USAGE: pantry-maint U item-code qty"
               DISPLAY "       pantry-maint W item-code qty [reason]"
               DISPLAY "       pantry-maint M item-code min-level"
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:1) TO WS-ACTION-CODE

           IF WS-ACTION-CODE NOT = "U" AND WS-ACTION-CODE NOT = "M"
                   AND WS-ACTION-CODE NOT = "W"
               DISPLAY "UNKNOWN ACTION CODE: " WS-ACTION-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-JOURNAL

           OPEN I-O PANTRY-STOCK
           IF WS-PANTRY-STATUS = "35"
               CLOSE PANTRY-STOCK
           IF WS-PANTRY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PANTRY STOCK FILE - STATUS "
                   WS-PANTRY-STATUS
               CLOSE MAINT-JOURNAL
               STOP RUN
           END-IF

           OPEN I-O PANTRY-LOT
           IF WS-LOT-STATUS = "35"
               CLOSE PANTRY-LOT
               OPEN OUTPUT PANTRY-LOT
               CLOSE PANTRY-LOT
               OPEN I-O PANTRY-LOT
           END-IF

           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PANTRY LOT FILE - STATUS "
                   WS-LOT-STATUS
               CLOSE PANTRY-STOCK
               CLOSE MAINT-JOURNAL
               STOP RUN
           END-IF

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-MOVE-QTY

           IF WS-ARG-COUNT > 3
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE)
                   TO WS-WASTE-REASON
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"

           EVALUATE WS-ACTION-CODE
               WHEN "U"
                   PERFORM RECORD-USAGE
               WHEN "W"
                   PERFORM RECORD-WASTE
               WHEN "M"
                   PERFORM SET-MIN-LEVEL
           END-EVALUATE

           CLOSE PANTRY-STOCK
           CLOSE PANTRY-LOT
           CLOSE MAINT-JOURNAL

           STOP RUN.

           END-READ

           IF WS-PANTRY-STATUS = "00"
               MOVE PANTRY-STOCK-REC TO WS-BEFORE-IMAGE
               IF WS-MOVE-QTY > PS-ON-HAND
                   DISPLAY "USAGE EXCEEDS ON-HAND - BALANCE SET TO "
                       "ZERO FOR " PS-ITEM-CODE
                   MOVE PS-ON-HAND TO WS-DRAW-QTY
               ELSE
                   MOVE WS-MOVE-QTY TO WS-DRAW-QTY
               END-IF
               PERFORM DRAW-FROM-LOTS
               SUBTRACT WS-DRAW-QTY FROM PS-ON-HAND
               MOVE WS-CURRENT-DATETIME(1:8) TO PS-LAST-POST-DATE
               REWRITE PANTRY-STOCK-REC
               SET MJ-USAGE TO TRUE
               PERFORM JOURNAL-PANTRY-CHANGE
               DISPLAY "USED: " PS-ITEM-CODE " ON-HAND NOW "
                   PS-ON-HAND " LOTS DRAWN " WS-LOTS-DRAWN
           END-IF.

      *****************************************************************
      * Waste comes out of the balance exactly like usage, but every
      * portion drawn is also logged. Waste beyond what is on hand is
      * not logged - there is nothing left to throw away.
      *****************************************************************
       RECORD-WASTE.
           READ PANTRY-STOCK
               INVALID KEY
                   DISPLAY "WASTE FAILED - ITEM NOT IN PANTRY: "
                       PS-ITEM-CODE
           END-READ

           IF WS-PANTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           IF PS-ON-HAND = 0
               DISPLAY "WASTE FAILED - NOTHING ON HAND FOR "
                   PS-ITEM-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-WASTE-REASON = SPACES
               MOVE "NOT GIVEN" TO WS-WASTE-REASON
           END-IF
           MOVE PANTRY-STOCK-REC TO WS-BEFORE-IMAGE

           OPEN EXTEND WASTE-LOG
           IF WS-WASTE-STATUS = "35"
               OPEN OUTPUT WASTE-LOG
               CLOSE WASTE-LOG
               OPEN EXTEND WASTE-LOG
           END-IF
           IF WS-WASTE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WASTE LOG - STATUS "
                   WS-WASTE-STATUS
               EXIT PARAGRAPH
           END-IF

           IF WS-MOVE-QTY > PS-ON-HAND
               DISPLAY "WASTE EXCEEDS ON-HAND - ONLY " PS-ON-HAND
                   " LOGGED FOR " PS-ITEM-CODE
               MOVE PS-ON-HAND TO WS-DRAW-QTY
           ELSE
               MOVE WS-MOVE-QTY TO WS-DRAW-QTY
           END-IF
           PERFORM DRAW-FROM-LOTS
           SUBTRACT WS-DRAW-QTY FROM PS-ON-HAND
           MOVE WS-CURRENT-DATETIME(1:8) TO PS-LAST-POST-DATE
           REWRITE PANTRY-STOCK-REC
           SET MJ-WASTE TO TRUE
           PERFORM JOURNAL-PANTRY-CHANGE

           CLOSE WASTE-LOG

           DISPLAY "WASTED: " PS-ITEM-CODE " ON-HAND NOW "
               PS-ON-HAND " LOTS DRAWN " WS-LOTS-DRAWN.

      *****************************************************************
      * Draws WS-DRAW-QTY out of the item's stock oldest first. The
      * un-lotted part of the balance (on hand less the lot total) is
      * taken first, then the lots in purchase-date order. Each pass
      * re-starts at the front of the item's lots, since a lot used up
      * on the previous pass has been deleted.
      *****************************************************************
       DRAW-FROM-LOTS.
           MOVE 0 TO WS-LOTS-DRAWN
           MOVE WS-DRAW-QTY TO WS-LEFT-TO-DRAW
           PERFORM TOTAL-ITEM-LOTS

           IF PS-ON-HAND > WS-LOT-TOTAL
               COMPUTE WS-UNLOTTED-QTY = PS-ON-HAND - WS-LOT-TOTAL
           ELSE
               MOVE 0 TO WS-UNLOTTED-QTY
           END-IF

           IF WS-UNLOTTED-QTY > 0 AND WS-LEFT-TO-DRAW > 0
               IF WS-LEFT-TO-DRAW > WS-UNLOTTED-QTY
                   MOVE WS-UNLOTTED-QTY TO WS-TAKE-QTY
               ELSE
                   MOVE WS-LEFT-TO-DRAW TO WS-TAKE-QTY
               END-IF
               SUBTRACT WS-TAKE-QTY FROM WS-LEFT-TO-DRAW
               IF WS-ACTION-CODE = "W"
                   MOVE 0 TO PL-PURCH-DATE
                   MOVE 0 TO PL-LOT-SEQ
                   PERFORM WRITE-WASTE-RECORD
               END-IF
           END-IF

           MOVE "N" TO WS-LOT-EOF-FLAG
           PERFORM UNTIL WS-LEFT-TO-DRAW = 0 OR WS-LOT-EOF
               PERFORM READ-OLDEST-LOT
               IF NOT WS-LOT-EOF
                   PERFORM DRAW-ONE-LOT
               END-IF
           END-PERFORM.

       TOTAL-ITEM-LOTS.
           MOVE 0 TO WS-LOT-TOTAL
           MOVE "N" TO WS-LOT-EOF-FLAG
           MOVE PS-ITEM-CODE TO PL-ITEM-CODE
           MOVE 0 TO PL-PURCH-DATE
           MOVE 0 TO PL-LOT-SEQ
           START PANTRY-LOT KEY NOT < PL-KEY
               INVALID KEY
                   SET WS-LOT-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-LOT-EOF
               READ PANTRY-LOT NEXT RECORD
                   AT END
                       SET WS-LOT-EOF TO TRUE
                   NOT AT END
                       IF PL-ITEM-CODE NOT = PS-ITEM-CODE
                           SET WS-LOT-EOF TO TRUE
                       ELSE
                           ADD PL-REMAIN-QTY TO WS-LOT-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       READ-OLDEST-LOT.
           MOVE PS-ITEM-CODE TO PL-ITEM-CODE
           MOVE 0 TO PL-PURCH-DATE
           MOVE 0 TO PL-LOT-SEQ
           START PANTRY-LOT KEY NOT < PL-KEY
               INVALID KEY
                   SET WS-LOT-EOF TO TRUE
           END-START

           IF NOT WS-LOT-EOF
               READ PANTRY-LOT NEXT RECORD
                   AT END
                       SET WS-LOT-EOF TO TRUE
                   NOT AT END
                       IF PL-ITEM-CODE NOT = PS-ITEM-CODE
                           SET WS-LOT-EOF TO TRUE
                       END-IF
               END-READ
           END-IF.

       DRAW-ONE-LOT.
           MOVE PANTRY-LOT-REC TO WS-LOT-BEFORE-IMAGE
           IF WS-LEFT-TO-DRAW < PL-REMAIN-QTY
               MOVE WS-LEFT-TO-DRAW TO WS-TAKE-QTY
           ELSE
               MOVE PL-REMAIN-QTY TO WS-TAKE-QTY
           END-IF
           SUBTRACT WS-TAKE-QTY FROM WS-LEFT-TO-DRAW
           SUBTRACT WS-TAKE-QTY FROM PL-REMAIN-QTY
           ADD 1 TO WS-LOTS-DRAWN

           IF WS-ACTION-CODE = "W"
               PERFORM WRITE-WASTE-RECORD
           END-IF

           IF PL-REMAIN-QTY = 0
               DELETE PANTRY-LOT RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO DELETE USED-UP LOT FOR "
                           PL-ITEM-CODE " - STATUS " WS-LOT-STATUS
                       SET WS-LOT-EOF TO TRUE
                   NOT INVALID KEY
                       PERFORM JOURNAL-LOT-CHANGE
               END-DELETE
           ELSE
               REWRITE PANTRY-LOT-REC
                   INVALID KEY
                       DISPLAY "UNABLE TO UPDATE LOT FOR "
                           PL-ITEM-CODE " - STATUS " WS-LOT-STATUS
                       SET WS-LOT-EOF TO TRUE
                   NOT INVALID KEY
                       PERFORM JOURNAL-LOT-CHANGE
               END-REWRITE
           END-IF.

       WRITE-WASTE-RECORD.
           MOVE WS-CURRENT-DATETIME(1:8) TO WL-WASTE-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WL-WASTE-TIME
           MOVE PS-ITEM-CODE TO WL-ITEM-CODE
           MOVE WS-TAKE-QTY TO WL-QTY
           IF PL-PURCH-DATE = 0
               MOVE PS-UOM TO WL-UOM
           ELSE
               MOVE PL-UOM TO WL-UOM
           END-IF
           MOVE PL-PURCH-DATE TO WL-PURCH-DATE
           MOVE PL-LOT-SEQ TO WL-LOT-SEQ
           MOVE WS-OPERATOR TO WL-OPERATOR
           MOVE WS-WASTE-REASON TO WL-REASON
           WRITE WASTE-LOG-REC.

       SET-MIN-LEVEL.
           READ PANTRY-STOCK
               INVALID KEY
                   MOVE WS-MOVE-QTY TO PS-MIN-LEVEL
                   MOVE WS-CURRENT-DATETIME(1:8) TO PS-LAST-POST-DATE
                   WRITE PANTRY-STOCK-REC
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   SET MJ-ADD TO TRUE
                   PERFORM JOURNAL-PANTRY-CHANGE
                   DISPLAY "MINIMUM SET (NEW ITEM): " PS-ITEM-CODE
               NOT INVALID KEY
                   MOVE PANTRY-STOCK-REC TO WS-BEFORE-IMAGE
                   MOVE WS-MOVE-QTY TO PS-MIN-LEVEL
                   REWRITE PANTRY-STOCK-REC
                   SET MJ-UPDATE TO TRUE
                   PERFORM JOURNAL-PANTRY-CHANGE
                   DISPLAY "MINIMUM SET: " PS-ITEM-CODE
           END-READ.

      *****************************************************************
      * The maintenance journal is opened for extend before the
      * pantry files, so a movement is never posted that cannot be
      * journaled.
      *****************************************************************
       OPEN-JOURNAL.
           OPEN EXTEND MAINT-JOURNAL
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL
               CLOSE MAINT-JOURNAL
               OPEN EXTEND MAINT-JOURNAL
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL - STATUS "
                   WS-JRNL-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * Journals one change to the pantry record. The caller saves
      * the record as it was in WS-BEFORE-IMAGE (spaces for an add)
      * and sets the action; the after image is the record as
      * rewritten.
      *****************************************************************
       JOURNAL-PANTRY-CHANGE.
           MOVE "PANTRY" TO MJ-FILE-ID
           MOVE PS-ITEM-CODE TO MJ-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE PANTRY-STOCK-REC TO MJ-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

      *****************************************************************
      * Journals one lot drawn by usage or waste - before and after
      * the draw, with no after image when the lot was used up and
      * deleted.
      *****************************************************************
       JOURNAL-LOT-CHANGE.
           MOVE "PANTRYLOT" TO MJ-FILE-ID
           MOVE PL-KEY TO MJ-RECORD-KEY
           IF WS-ACTION-CODE = "W"
               SET MJ-WASTE TO TRUE
           ELSE
               SET MJ-USAGE TO TRUE
           END-IF
           MOVE WS-LOT-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           IF PL-REMAIN-QTY = 0
               MOVE SPACES TO MJ-AFTER-IMAGE
           ELSE
               MOVE PANTRY-LOT-REC TO MJ-AFTER-IMAGE
           END-IF
           PERFORM WRITE-JOURNAL.

       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATETIME
           MOVE WS-JRNL-DATETIME(1:8) TO MJ-JRNL-DATE
           MOVE WS-JRNL-DATETIME(9:8) TO MJ-JRNL-TIME
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE "PANTRY-MAINT" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.
