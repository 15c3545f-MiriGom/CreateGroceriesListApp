       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEEK-NUTR.

      *****************************************************************
      * Totals what a week's shopping adds up to nutritionally: the
      * lines PRODUCT-TOTAL accepted for one run, off the transaction
      * detail file (TXNDTL.DAT), priced against the nutrition file
      * (NUTRITION.DAT, kept by NUTR-MAINT). Writes WEEKNUTR.OUT -
      * each line's calories, protein, fat, carbohydrate and sodium,
      * the run's totals and the daily average over the days the
      * shopping is to last - and lists the items that have no
      * nutrition record, so the file can be filled in.
      *
      * A detail line carries its quantity in the item's pricing unit
      * (TD-UOM, spaces meaning EA), which is converted to the unit
      * the item's nutrition is stated in with RECIPE-COST's factors,
      * weight only to weight. A line with no nutrition record, or
      * whose unit will not convert, is flagged and left out of the
      * totals, and the totals are marked INCOMPLETE. A substituted
      * line counts as the substitute that was actually bought.
      * Reversal lines written by VOID-RUN subtract, so a voided run
      * nets to nothing.
      *
      * Usage:
      *   week-nutr [run-id] [days]     (default - the latest run on
      *                                  the detail file, over 7 days)
      *
      * Return code: 0 clean, 4 lines flagged, 8 usage or run not
      *              found, 16 a file cannot be opened
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-DETAIL ASSIGN TO "TXNDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT NUTRITION-FILE ASSIGN TO "NUTRITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-ITEM-CODE
               FILE STATUS IS WS-NUTR-STATUS.

           SELECT PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT WEEK-OUT ASSIGN TO "WEEKNUTR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-DETAIL.
           COPY "txn-detail-rec.cpy".

       FD  NUTRITION-FILE.
           COPY "nutrition-rec.cpy".

       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  WEEK-OUT.
       01  WEEK-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS        PIC XX.
       01  WS-NUTR-STATUS       PIC XX.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-OUT-STATUS        PIC XX.
       01  WS-PRICE-AVAIL-FLAG  PIC X VALUE "N".
           88  WS-PRICE-AVAILABLE    VALUE "Y".

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-RUN-ID            PIC 9(6) VALUE 0.
       01  WS-DAYS              PIC 9(3) VALUE 7.
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-TXN            VALUE "Y".

       01  WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01  WS-REVERSAL-COUNT    PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT     PIC 9(5) VALUE 0.
       01  WS-LINE-SIGN         PIC S9 VALUE 1.

       01  WS-PORTION           PIC 9(7)V9(6).
       01  WS-BAD-REASON        PIC X(30).

       01  WS-LINE-KCAL         PIC S9(7)V9.
       01  WS-LINE-PROTEIN      PIC S9(6)V99.
       01  WS-LINE-FAT          PIC S9(6)V99.
       01  WS-LINE-CARB         PIC S9(6)V99.
       01  WS-LINE-SODIUM       PIC S9(8).

       01  WS-TOTAL-KCAL        PIC S9(8)V9 VALUE 0.
       01  WS-TOTAL-PROTEIN     PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-FAT         PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-CARB        PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-SODIUM      PIC S9(9) VALUE 0.

       01  WS-LINE-UOM          PIC X(2).
       01  WS-BASIS-UOM         PIC X(2).
       01  WS-UOM-WORK          PIC X(2).
       01  WS-UOM-FACTOR        PIC 9(3)V9(4).
       01  WS-LINE-FACTOR       PIC 9(3)V9(4).
       01  WS-BASIS-FACTOR      PIC 9(3)V9(4).
       01  WS-UOM-KNOWN-FLAG    PIC X.
           88  WS-UOM-KNOWN          VALUE "Y".
       01  WS-UOM-WEIGHT-FLAG   PIC X.
       01  WS-LINE-WEIGHT-FLAG  PIC X.
       01  WS-BASIS-WEIGHT-FLAG PIC X.
       01  WS-LINE-OK-FLAG      PIC X.
           88  WS-LINE-OK            VALUE "Y".

      *****************************************************************
      * Items with no nutrition record, for the fill-in list.
      *****************************************************************
       01  WS-MISS-COUNT        PIC 9(4) VALUE 0.
       01  WS-MISS-IX           PIC 9(4).
       01  WS-MATCH-IX          PIC 9(4).
       01  WS-MISS-TABLE.
           05  WS-MISS-ENTRY OCCURS 200 TIMES.
               10  WS-MISS-ITEM        PIC X(6).
               10  WS-MISS-LINES       PIC 9(5).

       01  WS-NAME-ITEM         PIC X(6).
       01  WS-NAME-RESULT       PIC X(20).

       01  WS-EDIT-DATE         PIC 9999/99/99.
       01  WS-EDIT-LINE-NO      PIC ZZZZ9.
       01  WS-EDIT-QTY          PIC ZZZZ9.999.
       01  WS-EDIT-KCAL         PIC ZZZZZ9.9-.
       01  WS-EDIT-GRAMS        PIC ZZZZZ9.99-.
       01  WS-EDIT-SODIUM       PIC ZZZZZZZ9-.
       01  WS-EDIT-COUNT        PIC ZZZZ9.
       01  WS-EDIT-DAYS         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 2
               PERFORM SHOW-USAGE
           END-IF
           IF WS-ARG-COUNT > 0
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE(1:6) NOT NUMERIC
                       OR WS-ARG-VALUE(7:14) NOT = SPACES
                   DISPLAY "RUN ID MUST BE NUMERIC: " WS-ARG-VALUE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-VALUE(1:6) TO WS-RUN-ID
           END-IF
           IF WS-ARG-COUNT > 1
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-DAYS
               IF WS-DAYS = 0
                   PERFORM SHOW-USAGE
               END-IF
           END-IF

           IF WS-RUN-ID = 0
               PERFORM FIND-LATEST-RUN
           END-IF

           OPEN INPUT NUTRITION-FILE
           IF WS-NUTR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NUTRITION FILE - STATUS "
                   WS-NUTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TXN-DETAIL
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION DETAIL FILE - "
                   "STATUS " WS-TXN-STATUS
               CLOSE NUTRITION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WEEK-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NUTRITION SUMMARY - STATUS "
                   WS-OUT-STATUS
               CLOSE NUTRITION-FILE
               CLOSE TXN-DETAIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRICE-MASTER
           IF WS-PRICE-STATUS = "00"
               SET WS-PRICE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "PRICE MASTER NOT AVAILABLE - STATUS "
                   WS-PRICE-STATUS " - ITEM NAMES NOT SHOWN"
           END-IF

           PERFORM WRITE-SUMMARY-HEADER

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-TXN
               READ TXN-DETAIL
                   AT END
                       SET WS-EOF-TXN TO TRUE
                   NOT AT END
                       IF TD-RUN-ID = WS-RUN-ID
                           PERFORM ADD-ONE-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LINE-COUNT = 0
               MOVE SPACES TO WEEK-LINE
               STRING "NO DETAIL LINES FOR RUN " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   INTO WEEK-LINE
               WRITE WEEK-LINE
           ELSE
               PERFORM WRITE-TOTALS-SECTION
               PERFORM WRITE-MISSING-SECTION
           END-IF

           CLOSE NUTRITION-FILE
           CLOSE TXN-DETAIL
           CLOSE WEEK-OUT
           IF WS-PRICE-AVAILABLE
               CLOSE PRICE-MASTER
           END-IF

           IF WS-LINE-COUNT = 0
               DISPLAY "NO DETAIL LINES FOR RUN " WS-RUN-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "NUTRITION SUMMARY FOR RUN " WS-RUN-ID
               " WRITTEN TO WEEKNUTR.OUT - " WS-LINE-COUNT
               " LINE(S), " WS-FLAGGED-COUNT " FLAGGED"

           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       SHOW-USAGE.
           DISPLAY "USAGE: week-nutr [run-id] [days]"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * With no run ID given, the latest run on the detail file is
      * the one with the highest run ID - RUNCTL.DAT hands them out
      * in order.
      *****************************************************************
       FIND-LATEST-RUN.
           OPEN INPUT TXN-DETAIL
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION DETAIL FILE - "
                   "STATUS " WS-TXN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-TXN
               READ TXN-DETAIL
                   AT END
                       SET WS-EOF-TXN TO TRUE
                   NOT AT END
                       IF TD-RUN-ID > WS-RUN-ID
                           MOVE TD-RUN-ID TO WS-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-DETAIL

           IF WS-RUN-ID = 0
               DISPLAY "NO RUNS ON THE TRANSACTION DETAIL FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Figures one detail line's nutrition and adds it to the run
      * totals - negated for a reversal line. A line that cannot be
      * figured is printed with the reason in place of its figures.
      *****************************************************************
       ADD-ONE-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT
           IF WS-RUN-DATE = 0
               MOVE TD-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF TD-REVERSAL-ENTRY
               MOVE -1 TO WS-LINE-SIGN
               ADD 1 TO WS-REVERSAL-COUNT
           ELSE
               MOVE 1 TO WS-LINE-SIGN
           END-IF

           MOVE SPACES TO WEEK-LINE
           MOVE TD-LINE-NO TO WS-EDIT-LINE-NO
           MOVE WS-EDIT-LINE-NO TO WEEK-LINE(1:5)
           MOVE TD-ITEM-CODE TO WEEK-LINE(7:6)
           MOVE TD-ITEM-CODE TO WS-NAME-ITEM
           PERFORM GET-ITEM-NAME
           MOVE WS-NAME-RESULT TO WEEK-LINE(14:20)
           MOVE TD-QTY TO WS-EDIT-QTY
           MOVE WS-EDIT-QTY TO WEEK-LINE(35:9)
           MOVE TD-UOM TO WEEK-LINE(45:2)

           MOVE "Y" TO WS-LINE-OK-FLAG
           MOVE TD-ITEM-CODE TO NU-ITEM-CODE
           READ NUTRITION-FILE
               INVALID KEY
                   MOVE "N" TO WS-LINE-OK-FLAG
                   MOVE "** NO NUTRITION RECORD" TO WS-BAD-REASON
                   PERFORM NOTE-MISSING-ITEM
           END-READ
           IF WS-LINE-OK
               PERFORM CONVERT-LINE-QTY
           END-IF

           IF NOT WS-LINE-OK
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-BAD-REASON TO WEEK-LINE(48:30)
               WRITE WEEK-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LINE-KCAL ROUNDED =
               WS-LINE-SIGN * NU-CALORIES * WS-PORTION
           COMPUTE WS-LINE-PROTEIN ROUNDED =
               WS-LINE-SIGN * NU-PROTEIN-G * WS-PORTION
           COMPUTE WS-LINE-FAT ROUNDED =
               WS-LINE-SIGN * NU-FAT-G * WS-PORTION
           COMPUTE WS-LINE-CARB ROUNDED =
               WS-LINE-SIGN * NU-CARB-G * WS-PORTION
           COMPUTE WS-LINE-SODIUM ROUNDED =
               WS-LINE-SIGN * NU-SODIUM-MG * WS-PORTION

           ADD WS-LINE-KCAL TO WS-TOTAL-KCAL
           ADD WS-LINE-PROTEIN TO WS-TOTAL-PROTEIN
           ADD WS-LINE-FAT TO WS-TOTAL-FAT
           ADD WS-LINE-CARB TO WS-TOTAL-CARB
           ADD WS-LINE-SODIUM TO WS-TOTAL-SODIUM

           PERFORM EDIT-FIGURES-INTO-LINE
           WRITE WEEK-LINE.

      *****************************************************************
      * Moves the line or total figures just computed into WEEK-LINE.
      *****************************************************************
       EDIT-FIGURES-INTO-LINE.
           MOVE WS-LINE-KCAL TO WS-EDIT-KCAL
           MOVE WS-EDIT-KCAL TO WEEK-LINE(48:9)
           MOVE WS-LINE-PROTEIN TO WS-EDIT-GRAMS
           MOVE WS-EDIT-GRAMS TO WEEK-LINE(58:10)
           MOVE WS-LINE-FAT TO WS-EDIT-GRAMS
           MOVE WS-EDIT-GRAMS TO WEEK-LINE(69:10)
           MOVE WS-LINE-CARB TO WS-EDIT-GRAMS
           MOVE WS-EDIT-GRAMS TO WEEK-LINE(80:10)
           MOVE WS-LINE-SODIUM TO WS-EDIT-SODIUM
           MOVE WS-EDIT-SODIUM TO WEEK-LINE(91:9).

      *****************************************************************
      * Sets WS-PORTION to the line quantity as a multiple of the
      * nutrition record's stated quantity, converting the pricing
      * unit to the stated unit with RECIPE-COST's factors.
      *****************************************************************
       CONVERT-LINE-QTY.
           IF NU-BASIS-QTY = 0
               MOVE "** NUTRITION QUANTITY IS ZERO" TO WS-BAD-REASON
               MOVE "N" TO WS-LINE-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE TD-UOM TO WS-LINE-UOM
           IF WS-LINE-UOM = SPACES
               MOVE "EA" TO WS-LINE-UOM
           END-IF
           MOVE NU-BASIS-UOM TO WS-BASIS-UOM
           IF WS-BASIS-UOM = SPACES
               MOVE "EA" TO WS-BASIS-UOM
           END-IF

           MOVE WS-LINE-UOM TO WS-UOM-WORK
           PERFORM GET-UOM-FACTOR
           MOVE WS-UOM-FACTOR TO WS-LINE-FACTOR
           MOVE WS-UOM-WEIGHT-FLAG TO WS-LINE-WEIGHT-FLAG
           IF NOT WS-UOM-KNOWN
               MOVE "** UNIT WILL NOT CONVERT" TO WS-BAD-REASON
               MOVE "N" TO WS-LINE-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BASIS-UOM TO WS-UOM-WORK
           PERFORM GET-UOM-FACTOR
           MOVE WS-UOM-FACTOR TO WS-BASIS-FACTOR
           MOVE WS-UOM-WEIGHT-FLAG TO WS-BASIS-WEIGHT-FLAG
           IF NOT WS-UOM-KNOWN
                   OR WS-LINE-WEIGHT-FLAG NOT = WS-BASIS-WEIGHT-FLAG
               MOVE SPACES TO WS-BAD-REASON
               STRING "** UNIT WILL NOT CONVERT TO " DELIMITED BY SIZE
                   WS-BASIS-UOM DELIMITED BY SIZE
                   INTO WS-BAD-REASON
               MOVE "N" TO WS-LINE-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PORTION ROUNDED =
               TD-QTY * WS-LINE-FACTOR
                   / (WS-BASIS-FACTOR * NU-BASIS-QTY).

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

       NOTE-MISSING-ITEM.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-MISS-IX FROM 1 BY 1
                   UNTIL WS-MISS-IX > WS-MISS-COUNT
                       OR WS-MATCH-IX > 0
               IF WS-MISS-ITEM (WS-MISS-IX) = TD-ITEM-CODE
                   MOVE WS-MISS-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-MISS-COUNT >= 200
                   DISPLAY "MISSING ITEM TABLE FULL - " TD-ITEM-CODE
                       " NOT LISTED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MISS-COUNT
               MOVE WS-MISS-COUNT TO WS-MATCH-IX
               MOVE TD-ITEM-CODE TO WS-MISS-ITEM (WS-MATCH-IX)
               MOVE 0 TO WS-MISS-LINES (WS-MATCH-IX)
           END-IF

           ADD 1 TO WS-MISS-LINES (WS-MATCH-IX).

      *****************************************************************
      * Looks up WS-NAME-ITEM on the price master for display; spaces
      * when the master is not open or the item is not on it.
      *****************************************************************
       GET-ITEM-NAME.
           MOVE SPACES TO WS-NAME-RESULT
           IF WS-PRICE-AVAILABLE
               MOVE WS-NAME-ITEM TO PM-ITEM-CODE
               READ PRICE-MASTER
                   INVALID KEY
                       MOVE "*NOT ON MASTER*" TO WS-NAME-RESULT
                   NOT INVALID KEY
                       MOVE PM-ITEM-NAME TO WS-NAME-RESULT
               END-READ
           END-IF.

       WRITE-SUMMARY-HEADER.
           MOVE SPACES TO WEEK-LINE
           STRING "WEEKLY NUTRITION SUMMARY - RUN " DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               INTO WEEK-LINE
           WRITE WEEK-LINE

           MOVE SPACES TO WEEK-LINE
           WRITE WEEK-LINE

           MOVE SPACES TO WEEK-LINE
           MOVE " LINE" TO WEEK-LINE(1:5)
           MOVE "ITEM" TO WEEK-LINE(7:4)
           MOVE "NAME" TO WEEK-LINE(14:4)
           MOVE "      QTY" TO WEEK-LINE(35:9)
           MOVE "UM" TO WEEK-LINE(45:2)
           MOVE "    KCAL" TO WEEK-LINE(48:8)
           MOVE "PROTEIN G" TO WEEK-LINE(58:9)
           MOVE "    FAT G" TO WEEK-LINE(69:9)
           MOVE "   CARB G" TO WEEK-LINE(80:9)
           MOVE "SODIUM MG" TO WEEK-LINE(90:9)
           WRITE WEEK-LINE.

      *****************************************************************
      * The run's totals, then the same spread over the days the
      * shopping is meant to last.
      *****************************************************************
       WRITE-TOTALS-SECTION.
           MOVE SPACES TO WEEK-LINE
           WRITE WEEK-LINE

           MOVE WS-TOTAL-KCAL TO WS-LINE-KCAL
           MOVE WS-TOTAL-PROTEIN TO WS-LINE-PROTEIN
           MOVE WS-TOTAL-FAT TO WS-LINE-FAT
           MOVE WS-TOTAL-CARB TO WS-LINE-CARB
           MOVE WS-TOTAL-SODIUM TO WS-LINE-SODIUM
           MOVE SPACES TO WEEK-LINE
           MOVE WS-RUN-DATE TO WS-EDIT-DATE
           STRING "RUN TOTAL - " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO WEEK-LINE
           PERFORM EDIT-FIGURES-INTO-LINE
           WRITE WEEK-LINE

           COMPUTE WS-LINE-KCAL ROUNDED = WS-TOTAL-KCAL / WS-DAYS
           COMPUTE WS-LINE-PROTEIN ROUNDED =
               WS-TOTAL-PROTEIN / WS-DAYS
           COMPUTE WS-LINE-FAT ROUNDED = WS-TOTAL-FAT / WS-DAYS
           COMPUTE WS-LINE-CARB ROUNDED = WS-TOTAL-CARB / WS-DAYS
           COMPUTE WS-LINE-SODIUM ROUNDED = WS-TOTAL-SODIUM / WS-DAYS
           MOVE SPACES TO WEEK-LINE
           MOVE WS-DAYS TO WS-EDIT-DAYS
           STRING "PER DAY OVER " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WEEK-LINE
           PERFORM EDIT-FIGURES-INTO-LINE
           WRITE WEEK-LINE

           IF WS-FLAGGED-COUNT > 0
               MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WEEK-LINE
               STRING "INCOMPLETE - " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " LINE(S) FLAGGED ** ARE NOT IN THE TOTALS"
                       DELIMITED BY SIZE
                   INTO WEEK-LINE
               WRITE WEEK-LINE
           END-IF

           IF WS-REVERSAL-COUNT > 0
               MOVE WS-REVERSAL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WEEK-LINE
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " REVERSAL LINE(S) - RUN VOIDED, FIGURES NETTED"
                       DELIMITED BY SIZE
                   INTO WEEK-LINE
               WRITE WEEK-LINE
           END-IF.

      *****************************************************************
      * Every item that had no nutrition record, once each, with the
      * number of lines it held up - the list to work through with
      * NUTR-MAINT.
      *****************************************************************
       WRITE-MISSING-SECTION.
           IF WS-MISS-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WEEK-LINE
           WRITE WEEK-LINE

           MOVE SPACES TO WEEK-LINE
           MOVE "ITEMS WITH NO NUTRITION RECORD - ADD WITH NUTR-MAINT"
               TO WEEK-LINE
           WRITE WEEK-LINE

           PERFORM VARYING WS-MISS-IX FROM 1 BY 1
                   UNTIL WS-MISS-IX > WS-MISS-COUNT
               MOVE WS-MISS-ITEM (WS-MISS-IX) TO WS-NAME-ITEM
               PERFORM GET-ITEM-NAME
               MOVE WS-MISS-LINES (WS-MISS-IX) TO WS-EDIT-COUNT
               MOVE SPACES TO WEEK-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-MISS-ITEM (WS-MISS-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NAME-RESULT DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " LINE(S)" DELIMITED BY SIZE
                   INTO WEEK-LINE
               WRITE WEEK-LINE
           END-PERFORM.
