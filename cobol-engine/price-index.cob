       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-INDEX.

      *****************************************************************
      * Month-by-month grocery price index, per category and for the
      * whole basket, built from the dated price changes in
      * PRICEHST.DAT - so when the grocery bill is up, the report
      * shows whether it was prices or quantities.
      *
      * Each item is weighted by the quantity actually bought over
      * the months the report covers (and the twelve before, which
      * the year-over-year figures need), taken from the live
      * TXNDTL.DAT and the TXNARCH.YYYYMM.DAT archives MONTH-CLOSE
      * moves closed months to. A missing archive is skipped - that
      * month is still on the live file if it was never closed.
      * Reversal lines written by VOID-RUN subtract their quantity.
      * Quantities are in the pricing unit, as PRODUCT-TOTAL writes
      * them, so weight times history price is money.
      *
      * An item's price for a month is the price in force on the
      * last day of the month - the same as-of history lookup
      * PRODUCT-TOTAL makes. The index is chained: each month's move
      * is the weighted basket cost this month against last month,
      * over the items priced in both, so items added to the catalog
      * part way through join the index without a jump. The index
      * is 100.00 in the first month computed (twelve months before
      * the report starts).
      *
      * Every section shows the index with its month-over-month and
      * year-over-year percent change. The whole-basket section also
      * shows what was actually spent (extended price, as bought)
      * with the same changes: spend rising faster than the index is
      * quantity, not price. Each category then lists the items
      * whose price moves added most to its cost over the report
      * period - quantity bought times the change in price.
      *
      * Report goes to PRICEIDX.OUT.
      *
      * Usage:
      *   price-index [from-YYYYMM [to-YYYYMM]]
      *        (default - the twelve months ending this month;
      *         at most 24 months)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-IN ASSIGN TO DYNAMIC WS-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT PRICE-HIST ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT INDEX-OUT ASSIGN TO "PRICEIDX.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-IN.
           COPY "txn-detail-rec.cpy".

       FD  PRICE-HIST.
           COPY "price-hist-rec.cpy".

       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  INDEX-OUT.
       01  INDEX-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS        PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-OUT-STATUS        PIC XX.
       01  WS-TXN-FILE-NAME     PIC X(40).

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-ARG-IX            PIC 9(4).
       01  WS-CURRENT-DATETIME  PIC X(21).

       01  WS-FROM-MONTH        PIC 9(6) VALUE 0.
       01  WS-TO-MONTH          PIC 9(6) VALUE 0.
       01  WS-MONTH-WORK        PIC 9(6).
       01  WS-MONTH-WORK-R REDEFINES WS-MONTH-WORK.
           05  WS-MW-YEAR           PIC 9(4).
           05  WS-MW-MONTH          PIC 9(2).
       01  WS-MONTH-TEXT        PIC X(6).
       01  WS-SERIAL            PIC 9(6).
       01  WS-FROM-SERIAL       PIC 9(6).
       01  WS-TO-SERIAL         PIC 9(6).
       01  WS-BASE-SERIAL       PIC 9(6).
       01  WS-MONTH-COUNT       PIC 9(4).
       01  WS-FIRST-RPT-SLOT    PIC 9(4) VALUE 13.
       01  WS-SLOT              PIC S9(6).
       01  WS-PREV-SLOT         PIC 9(4).
       01  WS-YEAR-SLOT         PIC 9(4).

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-TXN            VALUE "Y".
       01  WS-PM-AVAIL-FLAG     PIC X VALUE "N".
           88  WS-PM-AVAILABLE       VALUE "Y".

       01  WS-FILES-READ        PIC 9(4) VALUE 0.
       01  WS-ARCH-MISSING      PIC 9(4) VALUE 0.
       01  WS-LINES-USED        PIC 9(7) VALUE 0.
       01  WS-NO-PRICE-COUNT    PIC 9(5) VALUE 0.

      *****************************************************************
      * One entry per item bought in the period: its weight (net
      * quantity bought) and its history price at each month end.
      * Slot 1 is the first month computed; a price of zero means
      * the item had no price in force yet.
      *****************************************************************
       01  WS-ITEM-COUNT        PIC 9(4) VALUE 0.
       01  WS-ITEM-IX           PIC 9(4).
       01  WS-MATCH-IX          PIC 9(4).
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-ITM-CODE         PIC X(6).
               10  WS-ITM-CAT-IX       PIC 9(4).
               10  WS-ITM-WEIGHT       PIC S9(9)V999.
               10  WS-ITM-IMPACT       PIC S9(11)V99.
               10  WS-ITM-PICKED       PIC X.
               10  WS-ITM-PRICE        PIC 9(5)V99 OCCURS 36 TIMES.

       01  WS-CAT-COUNT         PIC 9(4) VALUE 0.
       01  WS-CAT-IX            PIC 9(4).
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 20 TIMES.
               10  WS-CAT-NAME         PIC X(10).
               10  WS-CAT-ITEMS        PIC 9(4).
               10  WS-CAT-NUM          PIC S9(13)V99.
               10  WS-CAT-DEN          PIC S9(13)V99.
               10  WS-CAT-INDEX        PIC 9(5)V9(4) OCCURS 36 TIMES.

       01  WS-BASKET-NUM        PIC S9(13)V99.
       01  WS-BASKET-DEN        PIC S9(13)V99.
       01  WS-BASKET-TABLE.
           05  WS-BASKET-INDEX      PIC 9(5)V9(4) OCCURS 36 TIMES.
           05  WS-MONTH-SPEND       PIC S9(9)V99 OCCURS 36 TIMES.

       01  WS-PRICE-SERIES.
           05  WS-SERIES-VALUE      PIC S9(9)V9(4) OCCURS 36 TIMES.
       01  WS-SERIES-TITLE      PIC X(40).
       01  WS-SHOW-SPEND-FLAG   PIC X VALUE "N".
           88  WS-SHOW-SPEND         VALUE "Y".

       01  WS-LINE-VALUE        PIC S9(13)V99.
       01  WS-PCT               PIC S9(7)V99.
       01  WS-BEST-IX           PIC 9(4).
       01  WS-BEST-IMPACT       PIC S9(11)V99.
       01  WS-TOP-IX            PIC 9(4).
       01  WS-TOP-LIMIT         PIC 9(4) VALUE 5.
       01  WS-ITEM-NAME         PIC X(20).
       01  WS-FIRST-PRICE       PIC 9(5)V99.
       01  WS-LAST-PRICE        PIC 9(5)V99.

       01  WS-EDIT-MONTH        PIC 9(4)/99.
       01  WS-EDIT-MONTH-2      PIC 9(4)/99.
       01  WS-EDIT-INDEX        PIC ZZZZ9.99.
       01  WS-EDIT-PCT          PIC ZZZZ9.99-.
       01  WS-EDIT-AMOUNT       PIC ZZZ,ZZ9.99-.
       01  WS-EDIT-PRICE        PIC ZZZZ9.99.
       01  WS-EDIT-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           INITIALIZE WS-BASKET-TABLE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IX FROM 1 BY 1
                   UNTIL WS-ARG-IX > WS-ARG-COUNT
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE(1:6) NUMERIC
                       AND WS-ARG-VALUE(7:14) = SPACES
                       AND WS-ARG-VALUE(5:2) >= "01"
                       AND WS-ARG-VALUE(5:2) <= "12"
                   IF WS-ARG-IX = 1
                       MOVE WS-ARG-VALUE(1:6) TO WS-FROM-MONTH
                   ELSE
                       MOVE WS-ARG-VALUE(1:6) TO WS-TO-MONTH
                   END-IF
               ELSE
                   DISPLAY "USAGE: price-index [from-YYYYMM "
                       "[to-YYYYMM]]"
                   STOP RUN
               END-IF
           END-PERFORM

           PERFORM SET-MONTH-RANGE

           OPEN INPUT PRICE-HIST
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICE HISTORY FILE - STATUS "
                   WS-HIST-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PRICE-MASTER
           IF WS-PRICE-STATUS = "00"
               SET WS-PM-AVAILABLE TO TRUE
           END-IF

           PERFORM LOAD-PURCHASE-WEIGHTS

           IF WS-ITEM-COUNT = 0
               DISPLAY "NO PURCHASES FOUND FOR THE PERIOD - NO INDEX "
                   "TO BUILD"
               CLOSE PRICE-HIST
               IF WS-PM-AVAILABLE
                   CLOSE PRICE-MASTER
               END-IF
               STOP RUN
           END-IF

           PERFORM LOAD-ITEM-PRICES
           PERFORM COMPUTE-INDEXES
           PERFORM COMPUTE-ITEM-IMPACTS

           OPEN OUTPUT INDEX-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICE INDEX REPORT - STATUS "
                   WS-OUT-STATUS
               CLOSE PRICE-HIST
               IF WS-PM-AVAILABLE
                   CLOSE PRICE-MASTER
               END-IF
               STOP RUN
           END-IF

           PERFORM WRITE-INDEX-HEADER

           MOVE "WHOLE BASKET" TO WS-SERIES-TITLE
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-MONTH-COUNT
               MOVE WS-BASKET-INDEX(WS-SLOT) TO
                   WS-SERIES-VALUE(WS-SLOT)
           END-PERFORM
           SET WS-SHOW-SPEND TO TRUE
           PERFORM WRITE-INDEX-SERIES
           MOVE "N" TO WS-SHOW-SPEND-FLAG

           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               PERFORM WRITE-CATEGORY-SECTION
           END-PERFORM

           PERFORM WRITE-INDEX-TRAILER

           CLOSE INDEX-OUT
           CLOSE PRICE-HIST
           IF WS-PM-AVAILABLE
               CLOSE PRICE-MASTER
           END-IF

           DISPLAY "PRICE INDEX BUILT FOR " WS-ITEM-COUNT " ITEM(S) IN "
               WS-CAT-COUNT " CATEGORIES - SEE PRICEIDX.OUT"

           STOP RUN.

      *****************************************************************
      * Months are handled as serial numbers (year * 12 + month - 1)
      * so ranges cross year ends without calendar arithmetic. Slot
      * 1 of every table is twelve months before the report starts.
      *****************************************************************
       SET-MONTH-RANGE.
           IF WS-TO-MONTH = 0
               IF WS-FROM-MONTH = 0
                   MOVE WS-CURRENT-DATETIME(1:6) TO WS-TO-MONTH
               ELSE
                   MOVE WS-FROM-MONTH TO WS-MONTH-WORK
                   COMPUTE WS-SERIAL =
                       WS-MW-YEAR * 12 + WS-MW-MONTH - 1 + 11
                   PERFORM SERIAL-TO-MONTH
                   MOVE WS-MONTH-WORK TO WS-TO-MONTH
                   IF WS-TO-MONTH > WS-CURRENT-DATETIME(1:6)
                       MOVE WS-CURRENT-DATETIME(1:6) TO WS-TO-MONTH
                   END-IF
               END-IF
           END-IF

           MOVE WS-TO-MONTH TO WS-MONTH-WORK
           COMPUTE WS-TO-SERIAL = WS-MW-YEAR * 12 + WS-MW-MONTH - 1

           IF WS-FROM-MONTH = 0
               COMPUTE WS-FROM-SERIAL = WS-TO-SERIAL - 11
           ELSE
               MOVE WS-FROM-MONTH TO WS-MONTH-WORK
               COMPUTE WS-FROM-SERIAL =
                   WS-MW-YEAR * 12 + WS-MW-MONTH - 1
           END-IF

           IF WS-FROM-SERIAL > WS-TO-SERIAL
               DISPLAY "FROM MONTH IS AFTER TO MONTH"
               STOP RUN
           END-IF
           IF WS-TO-SERIAL - WS-FROM-SERIAL > 23
               DISPLAY "AT MOST 24 MONTHS CAN BE REPORTED AT ONCE"
               STOP RUN
           END-IF

           MOVE WS-FROM-SERIAL TO WS-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE WS-MONTH-WORK TO WS-FROM-MONTH

           COMPUTE WS-BASE-SERIAL = WS-FROM-SERIAL - 12
           COMPUTE WS-MONTH-COUNT = WS-TO-SERIAL - WS-BASE-SERIAL + 1.

       SERIAL-TO-MONTH.
           COMPUTE WS-MW-YEAR = WS-SERIAL / 12
           COMPUTE WS-MW-MONTH =
               WS-SERIAL - (WS-MW-YEAR * 12) + 1.

      *****************************************************************
      * Reads the live detail file, then the archive of every month
      * in the range. Only lines dated inside the range count.
      *****************************************************************
       LOAD-PURCHASE-WEIGHTS.
           MOVE "TXNDTL.DAT" TO WS-TXN-FILE-NAME
           PERFORM READ-ONE-DETAIL-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "TRANSACTION DETAIL FILE NOT AVAILABLE - "
                   "STATUS " WS-TXN-STATUS
           END-IF

           PERFORM VARYING WS-PREV-SLOT FROM 1 BY 1
                   UNTIL WS-PREV-SLOT > WS-MONTH-COUNT
               COMPUTE WS-SERIAL = WS-BASE-SERIAL + WS-PREV-SLOT - 1
               PERFORM SERIAL-TO-MONTH
               MOVE WS-MONTH-WORK TO WS-MONTH-TEXT
               MOVE SPACES TO WS-TXN-FILE-NAME
               STRING "TXNARCH." DELIMITED BY SIZE
                   WS-MONTH-TEXT DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-TXN-FILE-NAME
               PERFORM READ-ONE-DETAIL-FILE
               IF WS-TXN-STATUS NOT = "00"
                   ADD 1 TO WS-ARCH-MISSING
               END-IF
           END-PERFORM.

       READ-ONE-DETAIL-FILE.
           OPEN INPUT TXN-IN
           IF WS-TXN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-TXN
               READ TXN-IN
                   AT END
                       SET WS-EOF-TXN TO TRUE
                   NOT AT END
                       PERFORM FOLD-IN-DETAIL-LINE
               END-READ
           END-PERFORM

           CLOSE TXN-IN
           MOVE "00" TO WS-TXN-STATUS.

       FOLD-IN-DETAIL-LINE.
           MOVE TD-RUN-DATE(1:6) TO WS-MONTH-WORK
           COMPUTE WS-SLOT = WS-MW-YEAR * 12 + WS-MW-MONTH - 1
               - WS-BASE-SERIAL + 1
           IF WS-SLOT < 1 OR WS-SLOT > WS-MONTH-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF WS-ITM-CODE(WS-ITEM-IX) = TD-ITEM-CODE
                   MOVE WS-ITEM-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-ITEM-COUNT < 500
                   PERFORM ADD-ITEM-ENTRY
                   IF WS-MATCH-IX = 0
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "ITEM TABLE FULL - " TD-ITEM-CODE
                       " LEFT OUT OF THE INDEX"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-LINES-USED
           IF TD-REVERSAL-ENTRY
               SUBTRACT TD-QTY FROM WS-ITM-WEIGHT(WS-MATCH-IX)
               SUBTRACT TD-EXT-PRICE FROM WS-MONTH-SPEND(WS-SLOT)
           ELSE
               ADD TD-QTY TO WS-ITM-WEIGHT(WS-MATCH-IX)
               ADD TD-EXT-PRICE TO WS-MONTH-SPEND(WS-SLOT)
           END-IF.

       ADD-ITEM-ENTRY.
           MOVE 0 TO WS-CAT-IX
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-CAT-COUNT
               IF WS-CAT-NAME(WS-ITEM-IX) = TD-CATEGORY
                   MOVE WS-ITEM-IX TO WS-CAT-IX
               END-IF
           END-PERFORM

           IF WS-CAT-IX = 0
               IF WS-CAT-COUNT < 20
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-CAT-IX
                   MOVE TD-CATEGORY TO WS-CAT-NAME(WS-CAT-IX)
                   MOVE 0 TO WS-CAT-ITEMS(WS-CAT-IX)
               ELSE
                   DISPLAY "CATEGORY TABLE FULL - " TD-CATEGORY
                       " LEFT OUT OF THE INDEX"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO WS-MATCH-IX
           MOVE TD-ITEM-CODE TO WS-ITM-CODE(WS-MATCH-IX)
           MOVE WS-CAT-IX TO WS-ITM-CAT-IX(WS-MATCH-IX)
           MOVE 0 TO WS-ITM-WEIGHT(WS-MATCH-IX)
           MOVE 0 TO WS-ITM-IMPACT(WS-MATCH-IX)
           MOVE "N" TO WS-ITM-PICKED(WS-MATCH-IX)
           ADD 1 TO WS-CAT-ITEMS(WS-CAT-IX).

      *****************************************************************
      * The price in force at each month end: START NOT GREATER on
      * item + YYYYMM31 lands on the latest change on or before it.
      *****************************************************************
       LOAD-ITEM-PRICES.
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-MONTH-COUNT
                   MOVE 0 TO WS-ITM-PRICE(WS-ITEM-IX, WS-SLOT)
                   COMPUTE WS-SERIAL = WS-BASE-SERIAL + WS-SLOT - 1
                   PERFORM SERIAL-TO-MONTH
                   MOVE WS-ITM-CODE(WS-ITEM-IX) TO PH-ITEM-CODE
                   COMPUTE PH-EFF-DATE = WS-MONTH-WORK * 100 + 31
                   START PRICE-HIST KEY NOT > PH-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ PRICE-HIST NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF PH-ITEM-CODE =
                                           WS-ITM-CODE(WS-ITEM-IX)
                                       MOVE PH-UNIT-PRICE TO
                                         WS-ITM-PRICE(WS-ITEM-IX,
                                                      WS-SLOT)
                                   END-IF
                           END-READ
                   END-START
               END-PERFORM
               IF WS-ITM-PRICE(WS-ITEM-IX, WS-MONTH-COUNT) = 0
                   ADD 1 TO WS-NO-PRICE-COUNT
               END-IF
           END-PERFORM.

      *****************************************************************
      * Chains each index from month to month over the items with a
      * price in both months and a positive net weight. A category
      * with nothing comparable in a month carries its index over.
      *****************************************************************
       COMPUTE-INDEXES.
           MOVE 100 TO WS-BASKET-INDEX(1)
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               MOVE 100 TO WS-CAT-INDEX(WS-CAT-IX, 1)
           END-PERFORM

           PERFORM VARYING WS-SLOT FROM 2 BY 1
                   UNTIL WS-SLOT > WS-MONTH-COUNT
               COMPUTE WS-PREV-SLOT = WS-SLOT - 1
               MOVE 0 TO WS-BASKET-NUM
               MOVE 0 TO WS-BASKET-DEN
               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > WS-CAT-COUNT
                   MOVE 0 TO WS-CAT-NUM(WS-CAT-IX)
                   MOVE 0 TO WS-CAT-DEN(WS-CAT-IX)
               END-PERFORM

               PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                       UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                   IF WS-ITM-WEIGHT(WS-ITEM-IX) > 0
                     AND WS-ITM-PRICE(WS-ITEM-IX, WS-SLOT) > 0
                     AND WS-ITM-PRICE(WS-ITEM-IX, WS-PREV-SLOT) > 0
                       MOVE WS-ITM-CAT-IX(WS-ITEM-IX) TO WS-CAT-IX
                       COMPUTE WS-LINE-VALUE ROUNDED =
                           WS-ITM-WEIGHT(WS-ITEM-IX)
                           * WS-ITM-PRICE(WS-ITEM-IX, WS-SLOT)
                       ADD WS-LINE-VALUE TO WS-CAT-NUM(WS-CAT-IX)
                       ADD WS-LINE-VALUE TO WS-BASKET-NUM
                       COMPUTE WS-LINE-VALUE ROUNDED =
                           WS-ITM-WEIGHT(WS-ITEM-IX)
                           * WS-ITM-PRICE(WS-ITEM-IX, WS-PREV-SLOT)
                       ADD WS-LINE-VALUE TO WS-CAT-DEN(WS-CAT-IX)
                       ADD WS-LINE-VALUE TO WS-BASKET-DEN
                   END-IF
               END-PERFORM

               IF WS-BASKET-DEN > 0
                   COMPUTE WS-BASKET-INDEX(WS-SLOT) ROUNDED =
                       WS-BASKET-INDEX(WS-PREV-SLOT)
                       * WS-BASKET-NUM / WS-BASKET-DEN
               ELSE
                   MOVE WS-BASKET-INDEX(WS-PREV-SLOT) TO
                       WS-BASKET-INDEX(WS-SLOT)
               END-IF

               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > WS-CAT-COUNT
                   IF WS-CAT-DEN(WS-CAT-IX) > 0
                       COMPUTE WS-CAT-INDEX(WS-CAT-IX, WS-SLOT)
                           ROUNDED =
                           WS-CAT-INDEX(WS-CAT-IX, WS-PREV-SLOT)
                           * WS-CAT-NUM(WS-CAT-IX)
                           / WS-CAT-DEN(WS-CAT-IX)
                   ELSE
                       MOVE WS-CAT-INDEX(WS-CAT-IX, WS-PREV-SLOT) TO
                           WS-CAT-INDEX(WS-CAT-IX, WS-SLOT)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      * What each item's price move added to the basket over the
      * report period: net quantity bought times the change in price
      * from the first report month to the last.
      *****************************************************************
       COMPUTE-ITEM-IMPACTS.
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF WS-ITM-WEIGHT(WS-ITEM-IX) > 0
                 AND WS-ITM-PRICE(WS-ITEM-IX, WS-FIRST-RPT-SLOT) > 0
                 AND WS-ITM-PRICE(WS-ITEM-IX, WS-MONTH-COUNT) > 0
                   COMPUTE WS-ITM-IMPACT(WS-ITEM-IX) ROUNDED =
                       WS-ITM-WEIGHT(WS-ITEM-IX)
                       * (WS-ITM-PRICE(WS-ITEM-IX, WS-MONTH-COUNT)
                        - WS-ITM-PRICE(WS-ITEM-IX, WS-FIRST-RPT-SLOT))
               END-IF
           END-PERFORM.

       WRITE-INDEX-HEADER.
           MOVE WS-FROM-MONTH TO WS-EDIT-MONTH
           MOVE WS-TO-MONTH TO WS-EDIT-MONTH-2
           MOVE SPACES TO INDEX-LINE
           STRING "GROCERY PRICE INDEX " DELIMITED BY SIZE
               WS-EDIT-MONTH DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-EDIT-MONTH-2 DELIMITED BY SIZE
               INTO INDEX-LINE
           WRITE INDEX-LINE

           MOVE WS-BASE-SERIAL TO WS-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE WS-MONTH-WORK TO WS-EDIT-MONTH
           MOVE SPACES TO INDEX-LINE
           STRING "INDEX BASE " DELIMITED BY SIZE
               WS-EDIT-MONTH DELIMITED BY SIZE
               " = 100.00 - WEIGHTED BY QUANTITY BOUGHT, PRICED AT "
                   DELIMITED BY SIZE
               "MONTH END" DELIMITED BY SIZE
               INTO INDEX-LINE
           WRITE INDEX-LINE.

      *****************************************************************
      * Prints the report months of the series in WS-SERIES-VALUE
      * with month-over-month and year-over-year change, and for the
      * whole basket the month's actual spend beside it.
      *****************************************************************
       WRITE-INDEX-SERIES.
           MOVE SPACES TO INDEX-LINE
           WRITE INDEX-LINE

           MOVE SPACES TO INDEX-LINE
           MOVE WS-SERIES-TITLE TO INDEX-LINE
           WRITE INDEX-LINE

           MOVE SPACES TO INDEX-LINE
           STRING "MONTH        INDEX    MOM %     YOY %"
                   DELIMITED BY SIZE
               INTO INDEX-LINE
           IF WS-SHOW-SPEND
               MOVE "      SPENT  SPENT MOM %  SPENT YOY %"
                   TO INDEX-LINE(38:37)
           END-IF
           WRITE INDEX-LINE

           PERFORM VARYING WS-SLOT FROM WS-FIRST-RPT-SLOT BY 1
                   UNTIL WS-SLOT > WS-MONTH-COUNT
               COMPUTE WS-SERIAL = WS-BASE-SERIAL + WS-SLOT - 1
               PERFORM SERIAL-TO-MONTH
               MOVE WS-MONTH-WORK TO WS-EDIT-MONTH
               MOVE WS-SERIES-VALUE(WS-SLOT) TO WS-EDIT-INDEX
               MOVE SPACES TO INDEX-LINE
               MOVE WS-EDIT-MONTH TO INDEX-LINE(1:7)
               MOVE WS-EDIT-INDEX TO INDEX-LINE(11:8)

               COMPUTE WS-PREV-SLOT = WS-SLOT - 1
               COMPUTE WS-YEAR-SLOT = WS-SLOT - 12
               IF WS-SERIES-VALUE(WS-PREV-SLOT) > 0
                   COMPUTE WS-PCT ROUNDED =
                       (WS-SERIES-VALUE(WS-SLOT)
                        / WS-SERIES-VALUE(WS-PREV-SLOT) - 1) * 100
                   MOVE WS-PCT TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO INDEX-LINE(19:9)
               END-IF
               IF WS-SERIES-VALUE(WS-YEAR-SLOT) > 0
                   COMPUTE WS-PCT ROUNDED =
                       (WS-SERIES-VALUE(WS-SLOT)
                        / WS-SERIES-VALUE(WS-YEAR-SLOT) - 1) * 100
                   MOVE WS-PCT TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO INDEX-LINE(29:9)
               END-IF

               IF WS-SHOW-SPEND
                   PERFORM WRITE-SPEND-COLUMNS
               END-IF
               WRITE INDEX-LINE
           END-PERFORM.

       WRITE-SPEND-COLUMNS.
           MOVE WS-MONTH-SPEND(WS-SLOT) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO INDEX-LINE(38:11)
           IF WS-MONTH-SPEND(WS-PREV-SLOT) > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-MONTH-SPEND(WS-SLOT)
                    / WS-MONTH-SPEND(WS-PREV-SLOT) - 1) * 100
               MOVE WS-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO INDEX-LINE(53:9)
           END-IF
           IF WS-MONTH-SPEND(WS-YEAR-SLOT) > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-MONTH-SPEND(WS-SLOT)
                    / WS-MONTH-SPEND(WS-YEAR-SLOT) - 1) * 100
               MOVE WS-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO INDEX-LINE(66:9)
           END-IF.

       WRITE-CATEGORY-SECTION.
           MOVE WS-CAT-ITEMS(WS-CAT-IX) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-SERIES-TITLE
           STRING "CATEGORY " DELIMITED BY SIZE
               WS-CAT-NAME(WS-CAT-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " ITEM(S)" DELIMITED BY SIZE
               INTO WS-SERIES-TITLE
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-MONTH-COUNT
               MOVE WS-CAT-INDEX(WS-CAT-IX, WS-SLOT) TO
                   WS-SERIES-VALUE(WS-SLOT)
           END-PERFORM
           PERFORM WRITE-INDEX-SERIES
           PERFORM WRITE-TOP-ITEMS.

      *****************************************************************
      * The category's biggest price increases by cost to the
      * household, largest first - picked off the item table one at
      * a time, as many as WS-TOP-LIMIT.
      *****************************************************************
       WRITE-TOP-ITEMS.
           MOVE WS-FROM-MONTH TO WS-EDIT-MONTH
           MOVE WS-TO-MONTH TO WS-EDIT-MONTH-2
           MOVE SPACES TO INDEX-LINE
           STRING "  TOP ITEMS DRIVING THE INCREASE " DELIMITED BY SIZE
               WS-EDIT-MONTH DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-EDIT-MONTH-2 DELIMITED BY SIZE
               INTO INDEX-LINE
           WRITE INDEX-LINE

           MOVE SPACES TO INDEX-LINE
           STRING "  ITEM   NAME                 " DELIMITED BY SIZE
               "     FROM       TO     CHG % COST IMPACT"
                   DELIMITED BY SIZE
               INTO INDEX-LINE
           WRITE INDEX-LINE

           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
                   UNTIL WS-TOP-IX > WS-TOP-LIMIT
               MOVE 0 TO WS-BEST-IX
               MOVE 0 TO WS-BEST-IMPACT
               PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                       UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                   IF WS-ITM-CAT-IX(WS-ITEM-IX) = WS-CAT-IX
                     AND WS-ITM-PICKED(WS-ITEM-IX) = "N"
                     AND WS-ITM-IMPACT(WS-ITEM-IX) > WS-BEST-IMPACT
                       MOVE WS-ITEM-IX TO WS-BEST-IX
                       MOVE WS-ITM-IMPACT(WS-ITEM-IX) TO
                           WS-BEST-IMPACT
                   END-IF
               END-PERFORM
               IF WS-BEST-IX = 0
                   IF WS-TOP-IX = 1
                       MOVE SPACES TO INDEX-LINE
                       MOVE "  NO PRICE INCREASES IN THIS CATEGORY"
                           TO INDEX-LINE
                       WRITE INDEX-LINE
                   END-IF
                   MOVE WS-TOP-LIMIT TO WS-TOP-IX
               ELSE
                   MOVE "Y" TO WS-ITM-PICKED(WS-BEST-IX)
                   PERFORM WRITE-TOP-ITEM-LINE
               END-IF
           END-PERFORM.

       WRITE-TOP-ITEM-LINE.
           MOVE SPACES TO WS-ITEM-NAME
           IF WS-PM-AVAILABLE
               MOVE WS-ITM-CODE(WS-BEST-IX) TO PM-ITEM-CODE
               READ PRICE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-ITEM-NAME TO WS-ITEM-NAME
               END-READ
           END-IF

           MOVE WS-ITM-PRICE(WS-BEST-IX, WS-FIRST-RPT-SLOT) TO
               WS-FIRST-PRICE
           MOVE WS-ITM-PRICE(WS-BEST-IX, WS-MONTH-COUNT) TO
               WS-LAST-PRICE
           COMPUTE WS-PCT ROUNDED =
               (WS-LAST-PRICE / WS-FIRST-PRICE - 1) * 100

           MOVE SPACES TO INDEX-LINE
           MOVE WS-ITM-CODE(WS-BEST-IX) TO INDEX-LINE(3:6)
           MOVE WS-ITEM-NAME TO INDEX-LINE(10:20)
           MOVE WS-FIRST-PRICE TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO INDEX-LINE(32:8)
           MOVE WS-LAST-PRICE TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO INDEX-LINE(41:8)
           MOVE WS-PCT TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO INDEX-LINE(50:9)
           MOVE WS-BEST-IMPACT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO INDEX-LINE(60:11)
           WRITE INDEX-LINE.

       WRITE-INDEX-TRAILER.
           MOVE SPACES TO INDEX-LINE
           WRITE INDEX-LINE

           MOVE WS-FILES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO INDEX-LINE
           STRING "DETAIL FILES READ:        " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO INDEX-LINE
           WRITE INDEX-LINE

           MOVE WS-ARCH-MISSING TO WS-EDIT-COUNT
           MOVE SPACES TO INDEX-LINE
           STRING "MONTH ARCHIVES NOT FOUND: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO INDEX-LINE
           WRITE INDEX-LINE

           MOVE WS-ITEM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO INDEX-LINE
           STRING "ITEMS WEIGHTED:           " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO INDEX-LINE
           WRITE INDEX-LINE

           MOVE WS-NO-PRICE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO INDEX-LINE
           STRING "ITEMS WITH NO HISTORY:    " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO INDEX-LINE
           WRITE INDEX-LINE.
