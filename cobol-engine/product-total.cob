               RECORD KEY IS PS-ITEM-CODE
               FILE STATUS IS WS-PANTRY-STATUS.

           SELECT PANTRY-LOT ASSIGN TO "PANTRYLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT TXN-DETAIL ASSIGN TO "TXNDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
               RECORD KEY IS SPR-KEY
               FILE STATUS IS WS-STOREPRC-STATUS.

           SELECT ITEM-SUBST ASSIGN TO "ITEMSUB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SUBST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GROCERY-LIST-IN.
       FD  PANTRY-STOCK.
           COPY "pantry-stock-rec.cpy".

       FD  PANTRY-LOT.
           COPY "pantry-lot-rec.cpy".

       FD  TXN-DETAIL.
           COPY "txn-detail-rec.cpy".

       FD  STORE-PRICE.
           COPY "store-price-rec.cpy".

       FD  ITEM-SUBST.
           COPY "item-subst-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-GROCERY-STATUS     PIC XX.
       01  WS-RECEIPT-STATUS     PIC XX.
       01  WS-CHECKPOINT-STATUS  PIC XX.
       01  WS-BUDGET-STATUS      PIC XX.
       01  WS-PANTRY-STATUS      PIC XX.
       01  WS-LOT-STATUS         PIC XX.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-TXN-STATUS         PIC XX.
       01  WS-SUSPENSE-STATUS    PIC XX.
       01  WS-RUNCTL-STATUS      PIC XX.
       01  WS-CLOSED-STATUS      PIC XX.
       01  WS-STOREPRC-STATUS    PIC XX.
       01  WS-SUBST-STATUS       PIC XX.

       01  WS-RUN-ID             PIC 9(6) VALUE 0.
       01  WS-CHECKPOINT-RUN-ID  PIC 9(6) VALUE 0.
       01  WS-STORE-AVAIL-FLAG   PIC X VALUE "N".
           88  WS-STORE-AVAILABLE     VALUE "Y".

       01  WS-SUBST-AVAIL-FLAG   PIC X VALUE "N".
           88  WS-SUBST-AVAILABLE     VALUE "Y".
       01  WS-SUBST-FLAG         PIC X VALUE "N".
           88  WS-LINE-SUBSTITUTED    VALUE "Y".
       01  WS-SUBST-EOF-FLAG     PIC X VALUE "N".
           88  WS-EOF-SUBST           VALUE "Y".
       01  WS-ORIG-EXT-PRICE     PIC 9(7)V99 VALUE 0.
       01  WS-ORIG-GROCERY-REC.
           05  WS-ORIG-ITEM-CODE     PIC X(6).
           05  WS-ORIG-ITEM-NAME     PIC X(20).
           05  FILLER                PIC X(39).

       01  WS-BUDGET-CEILING     PIC 9(9)V99 VALUE 0.
       01  WS-HALT-ON-BREACH     PIC X VALUE "N".
       01  WS-OVER-BUDGET-FLAG   PIC X VALUE "N".
       01  WS-LINE-WEIGHT-FLAG PIC X.
       01  WS-PRICE-WEIGHT-FLAG PIC X.
       01  WS-PRICED-QTY       PIC 9(7)V999.
       01  WS-NEXT-LOT-SEQ     PIC 9(3).

       01  WS-REPORT-LINE      PIC X(80).
       01  WS-EDIT-QTY         PIC ZZZZ9.99.
           IF WS-GROCERY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GROCERY LIST INPUT - STATUS "
                   WS-GROCERY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE GROCERY-LIST-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-STORE-GIVEN
               PERFORM OPEN-STORE-PRICES
           END-IF
           PERFORM OPEN-SUBSTITUTIONS
           PERFORM OPEN-PANTRY-STOCK
           PERFORM LOAD-CHECKPOINT
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-STORE-AVAILABLE
               CLOSE STORE-PRICE
           END-IF
           IF WS-SUBST-AVAILABLE
               CLOSE ITEM-SUBST
           END-IF
           CLOSE PANTRY-STOCK
           CLOSE PANTRY-LOT
           CLOSE TXN-DETAIL
           CLOSE SUSPENSE-OUT


           DISPLAY WS-FINAL-TOTAL

           IF RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN WS-BUDGET-HALTED
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-SUSPEND-COUNT > 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF

           STOP RUN.

      *****************************************************************
           ELSE
               DISPLAY "*** CONTROL COUNTS OUT OF BALANCE - "
                   "REVIEW ERRLIST.OUT AND SUSPENSE.DAT ***"
               MOVE 12 TO RETURN-CODE
           END-IF.

       LOAD-BUDGET-CONTROL.
                           CLOSE CLOSED-CTL
                           CLOSE GROCERY-LIST-IN
                           CLOSE PRICE-MASTER
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
                   DISPLAY "UNABLE TO READ RUN CONTROL FILE - STATUS "
                       WS-RUNCTL-STATUS
                   PERFORM CLOSE-INPUT-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

                       RC-LOCK-DATE " BY " RC-LOCK-OPERATOR
                       " STILL HOLDS THE RUN LOCK - NOT STARTED"
                   PERFORM CLOSE-INPUT-FILES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "UNABLE TO WRITE RUN CONTROL FILE - STATUS "
                   WS-RUNCTL-STATUS
               PERFORM CLOSE-INPUT-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RUN-CONTROL-REC
           IF WS-STORE-AVAILABLE
               CLOSE STORE-PRICE
           END-IF
           IF WS-SUBST-AVAILABLE
               CLOSE ITEM-SUBST
           END-IF
           CLOSE PANTRY-STOCK
           CLOSE PANTRY-LOT.

       OPEN-PRICE-HISTORY.
           OPEN INPUT PRICE-HIST
                   WS-STOREPRC-STATUS " - USING MASTER PRICES"
           END-IF.

      *****************************************************************
      * The substitution file is optional - without it a retired or
      * unknown item is suspended, as it always was.
      *****************************************************************
       OPEN-SUBSTITUTIONS.
           OPEN INPUT ITEM-SUBST
           IF WS-SUBST-STATUS = "00"
               SET WS-SUBST-AVAILABLE TO TRUE
           END-IF.

       OPEN-PANTRY-STOCK.
           OPEN I-O PANTRY-STOCK
           IF WS-PANTRY-STATUS = "35"
                   WS-PANTRY-STATUS
               CLOSE GROCERY-LIST-IN
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
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
               CLOSE GROCERY-LIST-IN
               CLOSE PRICE-MASTER
               CLOSE PANTRY-STOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

                   MOVE WS-PRICE-UOM TO PS-UOM
                   MOVE WS-CURRENT-DATETIME(1:8) TO PS-LAST-POST-DATE
                   REWRITE PANTRY-STOCK-REC
           END-READ

           IF WS-PRICED-QTY > 0
               PERFORM POST-PANTRY-LOT
           END-IF.

      *****************************************************************
      * Every posting into the pantry is also kept as a dated lot, so
      * the balance can be drawn oldest first and what is about to
      * go off can be listed. The lot takes the next free sequence
      * for the item on today's date - START NOT GREATER positions at
      * the highest sequence already used, the way the history price
      * lookup finds its record. Its expiry is the purchase date plus
      * the item's shelf life from the price master.
      *****************************************************************
       POST-PANTRY-LOT.
           MOVE 1 TO WS-NEXT-LOT-SEQ
           MOVE GI-ITEM-CODE TO PL-ITEM-CODE
           MOVE WS-CURRENT-DATETIME(1:8) TO PL-PURCH-DATE
           MOVE 999 TO PL-LOT-SEQ
           START PANTRY-LOT KEY NOT > PL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PANTRY-LOT NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PL-ITEM-CODE = GI-ITEM-CODE
                                   AND PL-PURCH-DATE =
                                       WS-CURRENT-DATETIME(1:8)
                               COMPUTE WS-NEXT-LOT-SEQ =
                                   PL-LOT-SEQ + 1
                           END-IF
                   END-READ
           END-START

           MOVE GI-ITEM-CODE TO PL-ITEM-CODE
           MOVE WS-CURRENT-DATETIME(1:8) TO PL-PURCH-DATE
           MOVE WS-NEXT-LOT-SEQ TO PL-LOT-SEQ
           MOVE WS-PRICED-QTY TO PL-ORIG-QTY
           MOVE WS-PRICED-QTY TO PL-REMAIN-QTY
           MOVE WS-PRICE-UOM TO PL-UOM
           MOVE WS-RUN-ID TO PL-RUN-ID
           IF PM-SHELF-LIFE-DAYS NUMERIC AND PM-SHELF-LIFE-DAYS > 0
               COMPUTE PL-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PL-PURCH-DATE)
                       + PM-SHELF-LIFE-DAYS)
           ELSE
               MOVE 0 TO PL-EXPIRY-DATE
           END-IF
           WRITE PANTRY-LOT-REC
               INVALID KEY
                   DISPLAY "PANTRY LOT NOT WRITTEN FOR " GI-ITEM-CODE
                       " - STATUS " WS-LOT-STATUS
           END-WRITE.

       CHECK-BUDGET.
           PERFORM COMPUTE-FINAL-TOTAL
                   PERFORM RELEASE-RUN-LOCK
               END-IF
               PERFORM CLOSE-INPUT-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               CLOSE RECEIPT-OUT
               CLOSE ERROR-OUT
               PERFORM CLOSE-INPUT-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               CLOSE ERROR-OUT
               CLOSE TXN-DETAIL
               PERFORM CLOSE-INPUT-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

               CLOSE RECEIPT-OUT
               CLOSE ERROR-OUT
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-ID TO CK-RUN-ID
               CLOSE RECEIPT-OUT
               CLOSE ERROR-OUT
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO CK-RUN-ID
           MOVE WS-ITEM-COUNT TO AL-ITEM-COUNT
           MOVE WS-FINAL-TOTAL TO AL-FINAL-TOTAL
           MOVE WS-RUN-ID TO AL-RUN-ID
           SET AL-RUN-ENTRY TO TRUE
           MOVE 0 TO AL-VOID-DATE
           WRITE AUDIT-LOG-REC
           CLOSE AUDIT-LOG.

               MOVE "ITEM RETIRED IN PRICE MASTER" TO WS-ERROR-REASON
           END-IF

           IF NOT WS-ITEM-VALID AND WS-SUBST-AVAILABLE
               PERFORM TRY-SUBSTITUTES
           END-IF

           IF WS-ITEM-VALID
               MOVE PM-UNIT-PRICE TO WS-LOOKUP-PRICE
               IF WS-HIST-AVAILABLE
               END-IF
           END-IF.

      *****************************************************************
      * A line whose item is retired or not on the master tries the
      * item's substitutes (ITEMSUB.DAT) in rank order before it is
      * suspended, taking the first that is active on the master and
      * either open to every store or limited to this run's store.
      * The line is then carried as the substitute - item code, name
      * and category, the quantity scaled by the ratio, still in the
      * line's own unit - and priced, posted and detailed as such,
      * flagged with the item listed. What the original would have
      * cost is worked out first, at its last price, so the
      * substitution report can show the difference. The line as
      * listed is kept: if the substitute then fails on its unit, it
      * is the original line that goes to suspense.
      *****************************************************************
       TRY-SUBSTITUTES.
           MOVE GROCERY-ITEM-REC TO WS-ORIG-GROCERY-REC
           MOVE 0 TO WS-ORIG-EXT-PRICE
           IF WS-PRICE-STATUS = "00"
               PERFORM PRICE-ORIGINAL-ITEM
           END-IF

           MOVE "N" TO WS-SUBST-EOF-FLAG
           MOVE WS-ORIG-ITEM-CODE TO SB-ORIG-ITEM
           MOVE 0 TO SB-RANK
           START ITEM-SUBST KEY NOT < SB-KEY
               INVALID KEY
                   SET WS-EOF-SUBST TO TRUE
           END-START

           PERFORM UNTIL WS-EOF-SUBST OR WS-LINE-SUBSTITUTED
               READ ITEM-SUBST NEXT RECORD
                   AT END
                       SET WS-EOF-SUBST TO TRUE
                   NOT AT END
                       IF SB-ORIG-ITEM NOT = WS-ORIG-ITEM-CODE
                           SET WS-EOF-SUBST TO TRUE
                       ELSE
                           PERFORM TRY-ONE-SUBSTITUTE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LINE-SUBSTITUTED
               SET WS-ITEM-VALID TO TRUE
               MOVE SPACES TO WS-ERROR-REASON
               MOVE PM-ITEM-CODE TO GI-ITEM-CODE
               MOVE PM-ITEM-NAME TO GI-ITEM-NAME
               MOVE PM-CATEGORY TO GI-CATEGORY
               COMPUTE GI-QTY ROUNDED = GI-QTY * SB-QTY-RATIO
               MOVE WS-LINE-NO TO WS-EDIT-LINE-NO
               DISPLAY "LINE " WS-EDIT-LINE-NO " ITEM "
                   WS-ORIG-ITEM-CODE " UNAVAILABLE - SUBSTITUTED "
                   GI-ITEM-CODE " " GI-ITEM-NAME
           END-IF.

       TRY-ONE-SUBSTITUTE.
           IF SB-STORE-CODE NOT = SPACES
                   AND SB-STORE-CODE NOT = WS-RUN-STORE-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SB-SUBST-ITEM TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRICE-STATUS = "00" AND PM-ACTIVE
               SET WS-LINE-SUBSTITUTED TO TRUE
           END-IF.

      *****************************************************************
      * Prices the retired original as if it had been bought: its
      * master price, overridden by the history and store prices the
      * way an active item's is, on the line's quantity converted to
      * its pricing unit. An original in a unit that will not convert
      * is left unpriced at zero. The line stays rejected as retired
      * until a substitute is found.
      *****************************************************************
       PRICE-ORIGINAL-ITEM.
           MOVE PM-UNIT-PRICE TO WS-LOOKUP-PRICE
           IF WS-HIST-AVAILABLE
               PERFORM LOOKUP-HISTORY-PRICE
           END-IF
           IF WS-STORE-AVAILABLE
               PERFORM LOOKUP-STORE-PRICE
           END-IF

           SET WS-ITEM-VALID TO TRUE
           PERFORM CONVERT-LINE-QTY
           IF WS-ITEM-VALID
               COMPUTE WS-ORIG-EXT-PRICE ROUNDED =
                   WS-PRICED-QTY * WS-LOOKUP-PRICE
           END-IF

           MOVE "N" TO WS-ITEM-VALID-FLAG
           MOVE "ITEM RETIRED IN PRICE MASTER" TO WS-ERROR-REASON.

      *****************************************************************
      * The run's store sells at its own price where it has one - a
      * store price record overrides both the master price and the

       VALIDATE-ITEM.
           SET WS-ITEM-VALID TO TRUE
           MOVE "N" TO WS-SUBST-FLAG
           MOVE SPACES TO WS-ERROR-REASON
           IF GI-QTY NOT NUMERIC OR GI-UNIT-PRICE NOT NUMERIC
                   OR GI-DISCOUNT-AMT NOT NUMERIC
           END-IF.

       WRITE-ERROR-RECORD.
           IF WS-LINE-SUBSTITUTED
               MOVE WS-ORIG-GROCERY-REC TO GROCERY-ITEM-REC
           END-IF
           MOVE GI-QTY (1:7) TO WS-RAW-QTY
           MOVE GI-UNIT-PRICE (1:7) TO WS-RAW-PRICE
           MOVE GI-DISCOUNT-AMT (1:5) TO WS-RAW-DISCOUNT
               " " DELIMITED BY SIZE
               GI-REQUESTER DELIMITED BY SIZE
               INTO RECEIPT-LINE
           WRITE RECEIPT-LINE

           IF WS-LINE-SUBSTITUTED
               MOVE SPACES TO RECEIPT-LINE
               STRING "  ** SUBSTITUTED FOR " DELIMITED BY SIZE
                   WS-ORIG-ITEM-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORIG-ITEM-NAME DELIMITED BY SIZE
                   INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.

      *****************************************************************
      * One fixed-layout detail record per accepted line, mirroring
      * what the receipt line shows, so downstream loads read this
      * instead of the print image. Quantity and unit price go out in
      * the pricing unit actually extended. A substituted line also
      * carries the item listed and what it would have cost.
      *****************************************************************
       WRITE-TXN-DETAIL.
           MOVE WS-RUN-DATE TO TD-RUN-DATE
           MOVE WS-ITEM-TAX TO TD-ITEM-TAX
           MOVE GI-REQUESTER TO TD-REQUESTER
           MOVE WS-RUN-ID TO TD-RUN-ID
           SET TD-ORIGINAL-ENTRY TO TRUE
           IF WS-LINE-SUBSTITUTED
               MOVE WS-ORIG-ITEM-CODE TO TD-SUBST-FOR-ITEM
               MOVE WS-ORIG-EXT-PRICE TO TD-ORIG-EXT-PRICE
           ELSE
               MOVE SPACES TO TD-SUBST-FOR-ITEM
               MOVE 0 TO TD-ORIG-EXT-PRICE
           END-IF
           WRITE TXN-DETAIL-REC.

       WRITE-RECEIPT-TOTAL-LINE.
