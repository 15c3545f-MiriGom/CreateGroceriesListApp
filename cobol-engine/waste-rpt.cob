       IDENTIFICATION DIVISION.
       PROGRAM-ID. WASTE-RPT.

      *****************************************************************
      * Monthly report of pantry stock thrown out, read from the
      * WASTELOG.DAT records PANTRY-MAINT writes for each lot waste
      * is drawn from. Every line is valued at what the stock cost
      * when it was bought - the price history in force on the lot's
      * purchase date, the same as-of lookup PRODUCT-TOTAL makes -
      * so a month's waste figure is money actually spent, not
      * today's shelf price. Waste from stock that predates the lots
      * (no purchase date) and items with no history as of the
      * purchase date are valued at the current master price, and
      * marked so.
      *
      * The wasted quantity is in the pantry's unit; when that is not
      * the unit the item is priced per it converts the way
      * PRODUCT-TOTAL converts line quantities (weights through
      * ounces, EA only to EA). A quantity that cannot convert is
      * listed but not valued.
      *
      * Detail lines are followed by waste value by category and a
      * month total. Report goes to WASTERPT.OUT.
      *
      * Usage:
      *   waste-rpt [YYYYMM]          (default - the current month)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WASTE-LOG ASSIGN TO "WASTELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WASTE-STATUS.

           SELECT PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT PRICE-HIST ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT WASTE-OUT ASSIGN TO "WASTERPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WASTE-LOG.
           COPY "waste-log-rec.cpy".

       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  PRICE-HIST.
           COPY "price-hist-rec.cpy".

       FD  WASTE-OUT.
       01  WASTE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WASTE-STATUS      PIC XX.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-OUT-STATUS        PIC XX.

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-CURRENT-DATETIME  PIC X(21).
       01  WS-REPORT-MONTH      PIC 9(6).

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-WASTE          VALUE "Y".
       01  WS-HIST-AVAIL-FLAG   PIC X VALUE "N".
           88  WS-HIST-AVAILABLE     VALUE "Y".
       01  WS-PRICE-FOUND-FLAG  PIC X.
           88  WS-PRICE-FOUND        VALUE "Y".

       01  WS-ITEM-NAME         PIC X(20).
       01  WS-CATEGORY          PIC X(10).
       01  WS-PRICE-UOM         PIC X(2).
       01  WS-LOOKUP-PRICE      PIC 9(5)V99.
       01  WS-PRICE-BASIS       PIC X(4).
       01  WS-PRICED-QTY        PIC 9(7)V999.
       01  WS-WASTE-VALUE       PIC 9(7)V99.

       01  WS-LINE-UOM          PIC X(2).
       01  WS-UOM-WORK          PIC X(2).
       01  WS-UOM-FACTOR        PIC 9(3)V9(4).
       01  WS-LINE-FACTOR       PIC 9(3)V9(4).
       01  WS-PRICE-FACTOR      PIC 9(3)V9(4).
       01  WS-UOM-KNOWN-FLAG    PIC X.
           88  WS-UOM-KNOWN          VALUE "Y".
       01  WS-UOM-WEIGHT-FLAG   PIC X.
       01  WS-LINE-WEIGHT-FLAG  PIC X.
       01  WS-PRICE-WEIGHT-FLAG PIC X.
       01  WS-CONVERT-OK-FLAG   PIC X.
           88  WS-CONVERT-OK         VALUE "Y".

       01  WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNVALUED-COUNT    PIC 9(5) VALUE 0.
       01  WS-TOTAL-VALUE       PIC 9(9)V99 VALUE 0.

       01  WS-CAT-COUNT         PIC 9(4) VALUE 0.
       01  WS-CAT-IX            PIC 9(4).
       01  WS-MATCH-IX          PIC 9(4).
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 20 TIMES.
               10  WS-CAT-NAME         PIC X(10).
               10  WS-CAT-LINES        PIC 9(5).
               10  WS-CAT-VALUE        PIC 9(9)V99.

       01  WS-EDIT-DATE         PIC 9999/99/99.
       01  WS-EDIT-PURCH-DATE   PIC 9999/99/99.
       01  WS-EDIT-MONTH        PIC 9(4)/99.
       01  WS-EDIT-QTY          PIC ZZZZ9.99.
       01  WS-EDIT-PRICE        PIC ZZZZ9.99.
       01  WS-EDIT-AMOUNT       PIC ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:6) TO WS-REPORT-MONTH

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE(1:6) NUMERIC
                       AND WS-ARG-VALUE(7:14) = SPACES
                   MOVE WS-ARG-VALUE(1:6) TO WS-REPORT-MONTH
               ELSE
                   DISPLAY "USAGE: waste-rpt [YYYYMM]"
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT WASTE-LOG
           IF WS-WASTE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WASTE LOG - STATUS "
                   WS-WASTE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PRICE-MASTER
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE WASTE-LOG
               STOP RUN
           END-IF

           OPEN INPUT PRICE-HIST
           IF WS-HIST-STATUS = "00"
               SET WS-HIST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "PRICE HISTORY NOT AVAILABLE - VALUING AT "
                   "MASTER PRICES"
           END-IF

           OPEN OUTPUT WASTE-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WASTE REPORT - STATUS "
                   WS-OUT-STATUS
               CLOSE WASTE-LOG
               CLOSE PRICE-MASTER
               IF WS-HIST-AVAILABLE
                   CLOSE PRICE-HIST
               END-IF
               STOP RUN
           END-IF

           PERFORM WRITE-WASTE-HEADER

           PERFORM UNTIL WS-EOF-WASTE
               READ WASTE-LOG
                   AT END
                       SET WS-EOF-WASTE TO TRUE
                   NOT AT END
                       IF WL-WASTE-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM VALUE-WASTE-LINE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-CATEGORY-TOTALS
           PERFORM WRITE-WASTE-TRAILER

           CLOSE WASTE-LOG
           CLOSE PRICE-MASTER
           IF WS-HIST-AVAILABLE
               CLOSE PRICE-HIST
           END-IF
           CLOSE WASTE-OUT

           MOVE WS-TOTAL-VALUE TO WS-EDIT-AMOUNT
           DISPLAY "WASTE LINES: " WS-LINE-COUNT "  VALUE: "
               WS-EDIT-AMOUNT " - SEE WASTERPT.OUT"

           STOP RUN.

      *****************************************************************
      * Values one waste record and prints it. The price is the
      * history price in force on the purchase date when there is
      * one; otherwise the current master price (basis MSTR).
      *****************************************************************
       VALUE-WASTE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-ITEM-NAME
           MOVE "UNKNOWN" TO WS-CATEGORY
           MOVE SPACES TO WS-PRICE-UOM
           MOVE 0 TO WS-LOOKUP-PRICE
           MOVE "N" TO WS-PRICE-FOUND-FLAG

           MOVE WL-ITEM-CODE TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-ITEM-NAME TO WS-ITEM-NAME
                   MOVE PM-CATEGORY TO WS-CATEGORY
                   MOVE PM-PRICE-UOM TO WS-PRICE-UOM
                   MOVE PM-UNIT-PRICE TO WS-LOOKUP-PRICE
                   MOVE "MSTR" TO WS-PRICE-BASIS
                   SET WS-PRICE-FOUND TO TRUE
           END-READ

           IF WS-HIST-AVAILABLE AND WL-PURCH-DATE > 0
               PERFORM LOOKUP-PURCHASE-PRICE
           END-IF

           PERFORM CONVERT-WASTE-QTY

           IF WS-PRICE-FOUND AND WS-CONVERT-OK
               COMPUTE WS-WASTE-VALUE ROUNDED =
                   WS-PRICED-QTY * WS-LOOKUP-PRICE
           ELSE
               MOVE 0 TO WS-WASTE-VALUE
               ADD 1 TO WS-UNVALUED-COUNT
           END-IF
           ADD WS-WASTE-VALUE TO WS-TOTAL-VALUE

           PERFORM ADD-TO-CATEGORY
           PERFORM WRITE-WASTE-DETAIL.

      *****************************************************************
      * Looks up the history price in force on the purchase date.
      * Price history carries no unit: a history price is per the
      * master's pricing unit, or per EA when the item has gone
      * from the master.
      *****************************************************************
       LOOKUP-PURCHASE-PRICE.
           MOVE WL-ITEM-CODE TO PH-ITEM-CODE
           MOVE WL-PURCH-DATE TO PH-EFF-DATE
           START PRICE-HIST KEY NOT > PH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PRICE-HIST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PH-ITEM-CODE = WL-ITEM-CODE
                               MOVE PH-UNIT-PRICE TO WS-LOOKUP-PRICE
                               MOVE "HIST" TO WS-PRICE-BASIS
                               SET WS-PRICE-FOUND TO TRUE
                               IF WS-PRICE-UOM = SPACES
                                   MOVE "EA" TO WS-PRICE-UOM
                               END-IF
                           END-IF
                   END-READ
           END-START.

      *****************************************************************
      * Puts the wasted quantity into the unit the item is priced
      * per. Blank units are EA on both sides.
      *****************************************************************
       CONVERT-WASTE-QTY.
           MOVE "Y" TO WS-CONVERT-OK-FLAG
           MOVE WL-UOM TO WS-LINE-UOM
           IF WS-LINE-UOM = SPACES
               MOVE "EA" TO WS-LINE-UOM
           END-IF
           IF WS-PRICE-UOM = SPACES
               MOVE "EA" TO WS-PRICE-UOM
           END-IF

           IF WS-LINE-UOM = WS-PRICE-UOM
               MOVE WL-QTY TO WS-PRICED-QTY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LINE-UOM TO WS-UOM-WORK
           PERFORM GET-UOM-FACTOR
           MOVE WS-UOM-FACTOR TO WS-LINE-FACTOR
           MOVE WS-UOM-WEIGHT-FLAG TO WS-LINE-WEIGHT-FLAG
           IF WS-UOM-KNOWN
               MOVE WS-PRICE-UOM TO WS-UOM-WORK
               PERFORM GET-UOM-FACTOR
               MOVE WS-UOM-FACTOR TO WS-PRICE-FACTOR
               MOVE WS-UOM-WEIGHT-FLAG TO WS-PRICE-WEIGHT-FLAG
           END-IF

           IF NOT WS-UOM-KNOWN
                   OR WS-LINE-WEIGHT-FLAG NOT = WS-PRICE-WEIGHT-FLAG
               MOVE "N" TO WS-CONVERT-OK-FLAG
               MOVE 0 TO WS-PRICED-QTY
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PRICED-QTY ROUNDED =
               WL-QTY * WS-LINE-FACTOR / WS-PRICE-FACTOR.

       ADD-TO-CATEGORY.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               IF WS-CAT-NAME(WS-CAT-IX) = WS-CATEGORY
                   MOVE WS-CAT-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-CAT-COUNT < 20
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-MATCH-IX
                   MOVE WS-CATEGORY TO WS-CAT-NAME(WS-MATCH-IX)
                   MOVE 0 TO WS-CAT-LINES(WS-MATCH-IX)
                   MOVE 0 TO WS-CAT-VALUE(WS-MATCH-IX)
               ELSE
                   DISPLAY "CATEGORY TABLE FULL - " WS-CATEGORY
                       " LEFT OUT OF CATEGORY TOTALS"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-CAT-LINES(WS-MATCH-IX)
           ADD WS-WASTE-VALUE TO WS-CAT-VALUE(WS-MATCH-IX).

       WRITE-WASTE-HEADER.
           MOVE WS-REPORT-MONTH TO WS-EDIT-MONTH
           MOVE SPACES TO WASTE-LINE
           STRING "PANTRY WASTE REPORT FOR " DELIMITED BY SIZE
               WS-EDIT-MONTH DELIMITED BY SIZE
               " - VALUED AT PURCHASE-DATE PRICES" DELIMITED BY SIZE
               INTO WASTE-LINE
           WRITE WASTE-LINE

           MOVE SPACES TO WASTE-LINE
           WRITE WASTE-LINE

           MOVE SPACES TO WASTE-LINE
           STRING "WASTED     ITEM   NAME" DELIMITED BY SIZE
               "                 " DELIMITED BY SIZE
               " PURCHASED" DELIMITED BY SIZE
               "      QTY UOM" DELIMITED BY SIZE
               "   PRICE BASE" DELIMITED BY SIZE
               "      VALUE REASON" DELIMITED BY SIZE
               INTO WASTE-LINE
           WRITE WASTE-LINE.

       WRITE-WASTE-DETAIL.
           MOVE WL-WASTE-DATE TO WS-EDIT-DATE
           MOVE WL-QTY TO WS-EDIT-QTY
           MOVE WS-LOOKUP-PRICE TO WS-EDIT-PRICE
           MOVE WS-WASTE-VALUE TO WS-EDIT-AMOUNT

           MOVE SPACES TO WASTE-LINE
           STRING WS-EDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WL-ITEM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEM-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO WASTE-LINE
           IF WL-PURCH-DATE > 0
               MOVE WL-PURCH-DATE TO WS-EDIT-PURCH-DATE
               MOVE WS-EDIT-PURCH-DATE TO WASTE-LINE(40:10)
           ELSE
               MOVE "   NO LOT" TO WASTE-LINE(40:10)
           END-IF
           MOVE WS-EDIT-QTY TO WASTE-LINE(51:8)
           MOVE WL-UOM TO WASTE-LINE(60:2)
           IF WS-PRICE-FOUND AND WS-CONVERT-OK
               MOVE WS-EDIT-PRICE TO WASTE-LINE(63:8)
               MOVE WS-PRICE-BASIS TO WASTE-LINE(72:4)
               MOVE WS-EDIT-AMOUNT TO WASTE-LINE(77:10)
           ELSE
               IF WS-PRICE-FOUND
                   MOVE "UOM" TO WASTE-LINE(72:4)
               ELSE
                   MOVE "NONE" TO WASTE-LINE(72:4)
               END-IF
               MOVE "  NOT VALUED" TO WASTE-LINE(75:12)
           END-IF
           MOVE WL-REASON(1:13) TO WASTE-LINE(88:13)
           WRITE WASTE-LINE.

       WRITE-CATEGORY-TOTALS.
           MOVE SPACES TO WASTE-LINE
           WRITE WASTE-LINE

           MOVE SPACES TO WASTE-LINE
           MOVE "WASTE BY CATEGORY" TO WASTE-LINE
           WRITE WASTE-LINE

           MOVE SPACES TO WASTE-LINE
           MOVE "CATEGORY   LINES       VALUE" TO WASTE-LINE
           WRITE WASTE-LINE

           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               MOVE WS-CAT-LINES(WS-CAT-IX) TO WS-EDIT-COUNT
               MOVE WS-CAT-VALUE(WS-CAT-IX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WASTE-LINE
               STRING WS-CAT-NAME(WS-CAT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO WASTE-LINE
               WRITE WASTE-LINE
           END-PERFORM.

       WRITE-WASTE-TRAILER.
           MOVE SPACES TO WASTE-LINE
           WRITE WASTE-LINE

           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WASTE-LINE
           STRING "WASTE LINES:         " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WASTE-LINE
           WRITE WASTE-LINE

           MOVE WS-UNVALUED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WASTE-LINE
           STRING "LINES NOT VALUED:    " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WASTE-LINE
           WRITE WASTE-LINE

           MOVE WS-TOTAL-VALUE TO WS-EDIT-AMOUNT
           MOVE SPACES TO WASTE-LINE
           STRING "TOTAL WASTE VALUE:   " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WASTE-LINE
           WRITE WASTE-LINE.

      *****************************************************************
      * Ounces per unit for the weight units; EA stands alone.
      *****************************************************************
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
