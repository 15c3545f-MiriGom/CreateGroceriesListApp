      *                  RECIPE.DAT (WARNING)
      *   AISLELOC.DAT - locations for items missing from the master
      *                  (WARNING - dead weight on the pick list)
      *   PANTRYLOT.DAT - lots for items missing from PANTRY.DAT
      *                  (SEVERE - PANTRY-MAINT never draws them) or
      *                  whose remaining quantities add up to more
      *                  than the item's on-hand balance (SEVERE -
      *                  usage and waste draw stock that is not
      *                  there); lots for items missing from the
      *                  master (WARNING)
      *   MEALPLAN.DAT - meals naming a recipe not on RECIPE.DAT
      *                  (SEVERE - LIST-BUILD lists nothing for them)
      *   ITEMSUB.DAT  - substitutes missing from the master (SEVERE
      *                  - the swap can never apply) or retired on it
      *                  (WARNING); original items missing from the
      *                  master altogether (WARNING)
      *   NUTRITION.DAT - nutrition for items missing from the master
      *                  (WARNING)
      *
      * A file that does not exist is noted and its checks skipped -
      * only the price master itself is required.
      *
      * Return code: 00 clean, 04 warnings only, 12 severe
      * exceptions, 16 price master or report cannot be opened.
      *
      * Usage:
      *   groc-verify
      *****************************************************************
               RECORD KEY IS AIL-ITEM-CODE
               FILE STATUS IS WS-AISLE-STATUS.

           SELECT PANTRY-LOT ASSIGN TO "PANTRYLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT MEAL-PLAN ASSIGN TO "MEALPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT ITEM-SUBST ASSIGN TO "ITEMSUB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SUBST-STATUS.

           SELECT NUTRITION-FILE ASSIGN TO "NUTRITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-ITEM-CODE
               FILE STATUS IS WS-NUTR-STATUS.

           SELECT VERIFY-RPT ASSIGN TO "VERIFY.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  AISLE-LOC.
           COPY "aisle-loc-rec.cpy".

       FD  PANTRY-LOT.
           COPY "pantry-lot-rec.cpy".

       FD  MEAL-PLAN.
           COPY "meal-plan-rec.cpy".

       FD  ITEM-SUBST.
           COPY "item-subst-rec.cpy".

       FD  NUTRITION-FILE.
           COPY "nutrition-rec.cpy".

       FD  VERIFY-RPT.
       01  RPT-LINE                PIC X(100).

       01  WS-STORE-STATUS      PIC XX.
       01  WS-COST-STATUS       PIC XX.
       01  WS-AISLE-STATUS      PIC XX.
       01  WS-LOT-STATUS        PIC XX.
       01  WS-PLAN-STATUS       PIC XX.
       01  WS-SUBST-STATUS      PIC XX.
       01  WS-NUTR-STATUS       PIC XX.
       01  WS-RPT-STATUS        PIC XX.

       01  WS-EOF-FLAG          PIC X.

       01  WS-EDIT-COUNT        PIC ZZZZ9.

       01  WS-LOT-ITEM          PIC X(6).
       01  WS-LOT-COUNT         PIC 9(5).
       01  WS-LOT-REMAIN        PIC 9(7)V99.
       01  WS-EDIT-LOT-QTY      PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-ON-HAND      PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS " - NOTHING TO VERIFY AGAINST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN VERIFY REPORT - STATUS "
                   WS-RPT-STATUS
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VERIFY-STORE-PRICES
           PERFORM VERIFY-RECIPE-COSTS
           PERFORM VERIFY-AISLE-LOCS
           PERFORM VERIFY-PANTRY-LOTS
           PERFORM VERIFY-MEAL-PLAN
           PERFORM VERIFY-ITEM-SUBSTS
           PERFORM VERIFY-NUTRITION

           PERFORM WRITE-VERIFY-TRAILER

               " RECORD(S): " WS-SEVERE-COUNT " SEVERE, "
               WS-WARNING-COUNT " WARNING(S) - SEE VERIFY.OUT"

           EVALUATE TRUE
               WHEN WS-SEVERE-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       WRITE-SECTION-HEADER.
               WRITE RPT-LINE
           END-IF.

      *****************************************************************
      * The lots of an item read off together (PL-KEY leads with the
      * item code), so each item's lots are totalled on the break and
      * checked once against its pantry record: the lots break the
      * on-hand balance down by purchase date, and PANTRY-MAINT
      * treats on-hand less the lots as the oldest stock, so lots
      * holding more than the balance is stock that is not there.
      *****************************************************************
       VERIFY-PANTRY-LOTS.
           OPEN INPUT PANTRY-LOT
           IF WS-LOT-STATUS NOT = "00"
               PERFORM WRITE-SECTION-HEADER
               MOVE "PANTRYLOT.DAT NOT PRESENT - CHECKS SKIPPED" TO
                   RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PANTRY-STOCK
           IF WS-PANTRY-STATUS NOT = "00"
               PERFORM WRITE-SECTION-HEADER
               MOVE "PANTRYLOT.DAT CHECKS SKIPPED - NO PANTRY.DAT" TO
                   RPT-LINE
               WRITE RPT-LINE
               CLOSE PANTRY-LOT
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-SECTION-HEADER
           MOVE "PANTRYLOT.DAT AGAINST PANTRY.DAT AND PRICEMST.DAT" TO
               RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO WS-LOT-ITEM
           MOVE 0 TO WS-LOT-COUNT
           MOVE 0 TO WS-LOT-REMAIN
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ PANTRY-LOT NEXT RECORD
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       IF PL-ITEM-CODE NOT = WS-LOT-ITEM
                           PERFORM CHECK-ONE-LOT-ITEM
                           MOVE PL-ITEM-CODE TO WS-LOT-ITEM
                           MOVE 0 TO WS-LOT-COUNT
                           MOVE 0 TO WS-LOT-REMAIN
                       END-IF
                       ADD 1 TO WS-LOT-COUNT
                       ADD PL-REMAIN-QTY TO WS-LOT-REMAIN
               END-READ
           END-PERFORM
           PERFORM CHECK-ONE-LOT-ITEM
           CLOSE PANTRY-LOT
           CLOSE PANTRY-STOCK.

       CHECK-ONE-LOT-ITEM.
           IF WS-LOT-ITEM = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOT-ITEM TO PM-ITEM-CODE
           PERFORM LOOK-UP-MASTER-ITEM
           IF NOT WS-ITEM-FOUND
               ADD 1 TO WS-WARNING-COUNT
               MOVE WS-LOT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "WARNING" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " LOT(S) FOR ITEM " DELIMITED BY SIZE
                   WS-LOT-ITEM DELIMITED BY SIZE
                   " - ITEM NOT ON PRICE MASTER" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE WS-LOT-ITEM TO PS-ITEM-CODE
           READ PANTRY-STOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PANTRY-STATUS NOT = "00"
               ADD 1 TO WS-SEVERE-COUNT
               MOVE WS-LOT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "SEVERE " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " LOT(S) FOR ITEM " DELIMITED BY SIZE
                   WS-LOT-ITEM DELIMITED BY SIZE
                   " - ITEM NOT ON PANTRY.DAT" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-LOT-REMAIN > PS-ON-HAND
               ADD 1 TO WS-SEVERE-COUNT
               MOVE WS-LOT-REMAIN TO WS-EDIT-LOT-QTY
               MOVE PS-ON-HAND TO WS-EDIT-ON-HAND
               MOVE SPACES TO RPT-LINE
               STRING "SEVERE  LOTS FOR ITEM " DELIMITED BY SIZE
                   WS-LOT-ITEM DELIMITED BY SIZE
                   " HOLD " DELIMITED BY SIZE
                   WS-EDIT-LOT-QTY DELIMITED BY SIZE
                   " - MORE THAN ON-HAND " DELIMITED BY SIZE
                   WS-EDIT-ON-HAND DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PS-UOM DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       VERIFY-MEAL-PLAN.
           OPEN INPUT MEAL-PLAN
           IF WS-PLAN-STATUS NOT = "00"
               PERFORM WRITE-SECTION-HEADER
               MOVE "MEALPLAN.DAT NOT PRESENT - CHECKS SKIPPED" TO
                   RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RECIPE-MASTER
           IF WS-RECIPE-STATUS NOT = "00"
               PERFORM WRITE-SECTION-HEADER
               MOVE "MEALPLAN.DAT CHECKS SKIPPED - NO RECIPE.DAT" TO
                   RPT-LINE
               WRITE RPT-LINE
               CLOSE MEAL-PLAN
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-SECTION-HEADER
           MOVE "MEALPLAN.DAT AGAINST RECIPE.DAT" TO RPT-LINE
           WRITE RPT-LINE

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ MEAL-PLAN NEXT RECORD
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM CHECK-ONE-MEAL-LINE
               END-READ
           END-PERFORM
           CLOSE MEAL-PLAN
           CLOSE RECIPE-MASTER.

       CHECK-ONE-MEAL-LINE.
           MOVE "N" TO WS-RECIPE-FOUND-FLAG
           MOVE MP-RECIPE-CODE TO RCP-RECIPE-CODE
           MOVE 0 TO RCP-INGR-SEQ
           START RECIPE-MASTER KEY NOT < RCP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RECIPE-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RCP-RECIPE-CODE = MP-RECIPE-CODE
                               SET WS-RECIPE-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START

           IF NOT WS-RECIPE-FOUND
               ADD 1 TO WS-SEVERE-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "SEVERE  MEAL " DELIMITED BY SIZE
                   MP-PLAN-DATE DELIMITED BY SIZE
                   " SLOT " DELIMITED BY SIZE
                   MP-MEAL-SLOT DELIMITED BY SIZE
                   " RECIPE " DELIMITED BY SIZE
                   MP-RECIPE-CODE DELIMITED BY SIZE
                   " NOT ON RECIPE.DAT" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *****************************************************************
      * An original item may well be retired - that is what the
      * substitution is for - so only one gone from the master
      * altogether is noted. The substitute has to be there and
      * active for the swap ever to be taken.
      *****************************************************************
       VERIFY-ITEM-SUBSTS.
           OPEN INPUT ITEM-SUBST
           IF WS-SUBST-STATUS NOT = "00"
               PERFORM WRITE-SECTION-HEADER
               MOVE "ITEMSUB.DAT NOT PRESENT - CHECKS SKIPPED" TO
                   RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-SECTION-HEADER
           MOVE "ITEMSUB.DAT AGAINST PRICEMST.DAT" TO RPT-LINE
           WRITE RPT-LINE

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ ITEM-SUBST NEXT RECORD
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM CHECK-ONE-SUBST-LINE
               END-READ
           END-PERFORM
           CLOSE ITEM-SUBST.

       CHECK-ONE-SUBST-LINE.
           MOVE SB-ORIG-ITEM TO PM-ITEM-CODE
           PERFORM LOOK-UP-MASTER-ITEM
           IF NOT WS-ITEM-FOUND
               ADD 1 TO WS-WARNING-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "WARNING SUBSTITUTION " DELIMITED BY SIZE
                   SB-ORIG-ITEM DELIMITED BY SIZE
                   " RANK " DELIMITED BY SIZE
                   SB-RANK DELIMITED BY SIZE
                   " - ORIGINAL ITEM NOT ON PRICE MASTER"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SB-SUBST-ITEM TO PM-ITEM-CODE
           PERFORM LOOK-UP-MASTER-ITEM
           IF NOT WS-ITEM-FOUND
               ADD 1 TO WS-SEVERE-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "SEVERE  SUBSTITUTION " DELIMITED BY SIZE
                   SB-ORIG-ITEM DELIMITED BY SIZE
                   " RANK " DELIMITED BY SIZE
                   SB-RANK DELIMITED BY SIZE
                   " SUBSTITUTE " DELIMITED BY SIZE
                   SB-SUBST-ITEM DELIMITED BY SIZE
                   " NOT ON PRICE MASTER" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF NOT PM-ACTIVE
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "WARNING SUBSTITUTION " DELIMITED BY SIZE
                       SB-ORIG-ITEM DELIMITED BY SIZE
                       " RANK " DELIMITED BY SIZE
                       SB-RANK DELIMITED BY SIZE
                       " SUBSTITUTE " DELIMITED BY SIZE
                       SB-SUBST-ITEM DELIMITED BY SIZE
                       " NOT ACTIVE - NEVER TAKEN" DELIMITED BY SIZE
                       INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       VERIFY-NUTRITION.
           OPEN INPUT NUTRITION-FILE
           IF WS-NUTR-STATUS NOT = "00"
               PERFORM WRITE-SECTION-HEADER
               MOVE "NUTRITION.DAT NOT PRESENT - CHECKS SKIPPED" TO
                   RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-SECTION-HEADER
           MOVE "NUTRITION.DAT AGAINST PRICEMST.DAT" TO RPT-LINE
           WRITE RPT-LINE

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ NUTRITION-FILE NEXT RECORD
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM CHECK-ONE-NUTRITION-LINE
               END-READ
           END-PERFORM
           CLOSE NUTRITION-FILE.

       CHECK-ONE-NUTRITION-LINE.
           MOVE NU-ITEM-CODE TO PM-ITEM-CODE
           PERFORM LOOK-UP-MASTER-ITEM

           IF NOT WS-ITEM-FOUND
               ADD 1 TO WS-WARNING-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "WARNING NUTRITION FOR ITEM " DELIMITED BY SIZE
                   NU-ITEM-CODE DELIMITED BY SIZE
                   " - ITEM NOT ON PRICE MASTER" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       GET-UOM-FACTOR.
           MOVE "Y" TO WS-UOM-KNOWN-FLAG
           EVALUATE WS-UOM-WORK
