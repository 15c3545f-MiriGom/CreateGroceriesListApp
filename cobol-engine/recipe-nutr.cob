       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIPE-NUTR.

      *****************************************************************
      * Rolls every recipe on RECIPE.DAT up into nutrition per serving
      * - calories, protein, fat, carbohydrate and sodium - off the
      * nutrition file (NUTRITION.DAT, kept by NUTR-MAINT), and prints
      * it in recipe order (RCPNUTR.OUT) alongside RECIPE-COST's cost
      * per serving from its last costing (RCPCOST.DAT). The cost is
      * left blank for a recipe not yet costed, and for every recipe
      * when there is no costing file.
      *
      * Each ingredient's quantity per serving is converted from the
      * recipe's unit (spaces means the item's pricing unit, from the
      * price master) to the unit the item's nutrition is stated in,
      * the way RECIPE-COST converts to the pricing unit, and scaled
      * by the stated quantity. An ingredient with no nutrition record,
      * or whose unit will not convert - a weight against an each, or
      * a unit RECIPE-COST does not know - is reported and marks the
      * recipe INCOMPLETE, so a partial figure is never mistaken for a
      * full one.
      *
      * Usage:
      *   recipe-nutr
      *
      * Return code: 0 clean, 4 recipes incomplete,
      *              16 a file cannot be opened
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPE-MASTER ASSIGN TO "RECIPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECIPE-STATUS.

           SELECT PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT NUTRITION-FILE ASSIGN TO "NUTRITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-ITEM-CODE
               FILE STATUS IS WS-NUTR-STATUS.

           SELECT RECIPE-COST-FILE ASSIGN TO "RCPCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-RECIPE-CODE
               FILE STATUS IS WS-COST-STATUS.

           SELECT NUTR-RPT ASSIGN TO "RCPNUTR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPE-MASTER.
           COPY "recipe-rec.cpy".

       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  NUTRITION-FILE.
           COPY "nutrition-rec.cpy".

       FD  RECIPE-COST-FILE.
           COPY "recipe-cost-rec.cpy".

       FD  NUTR-RPT.
       01  RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RECIPE-STATUS     PIC XX.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-NUTR-STATUS       PIC XX.
       01  WS-COST-STATUS       PIC XX.
       01  WS-RPT-STATUS        PIC XX.
       01  WS-COST-AVAIL-FLAG   PIC X VALUE "N".
           88  WS-COST-AVAILABLE     VALUE "Y".
       01  WS-NOT-COSTED-COUNT  PIC 9(4) VALUE 0.

       01  WS-ARG-COUNT         PIC 9(4).

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-RECIPE         VALUE "Y".

       01  WS-CUR-RECIPE-CODE   PIC X(6) VALUE SPACES.
       01  WS-CUR-RECIPE-NAME   PIC X(20).
       01  WS-INGR-COUNT        PIC 9(3).
       01  WS-MISSING-COUNT     PIC 9(3).
       01  WS-RECIPE-COUNT      PIC 9(4) VALUE 0.
       01  WS-INCOMPLETE-COUNT  PIC 9(4) VALUE 0.
       01  WS-BAD-INGR-COUNT    PIC 9(5) VALUE 0.

       01  WS-SERVING-KCAL      PIC 9(6)V9.
       01  WS-SERVING-PROTEIN   PIC 9(5)V99.
       01  WS-SERVING-FAT       PIC 9(5)V99.
       01  WS-SERVING-CARB      PIC 9(5)V99.
       01  WS-SERVING-SODIUM    PIC 9(7).

       01  WS-PORTION           PIC 9(5)V9(6).
       01  WS-BAD-REASON        PIC X(30).

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
       01  WS-INGR-OK-FLAG      PIC X.
           88  WS-INGR-OK            VALUE "Y".

       01  WS-EDIT-KCAL         PIC ZZZZZ9.9.
       01  WS-EDIT-GRAMS        PIC ZZZZ9.99.
       01  WS-EDIT-SODIUM       PIC ZZZZZZ9.
       01  WS-EDIT-COST         PIC ZZ,ZZ9.99.
       01  WS-EDIT-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY "USAGE: recipe-nutr"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RECIPE-MASTER
           IF WS-RECIPE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RECIPE MASTER FILE - STATUS "
                   WS-RECIPE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRICE-MASTER
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE RECIPE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT NUTRITION-FILE
           IF WS-NUTR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NUTRITION FILE - STATUS "
                   WS-NUTR-STATUS
               CLOSE RECIPE-MASTER
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RECIPE-COST-FILE
           IF WS-COST-STATUS = "00"
               SET WS-COST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "RECIPE COSTING NOT AVAILABLE - STATUS "
                   WS-COST-STATUS " - COST PER SERVING LEFT BLANK"
           END-IF

           OPEN OUTPUT NUTR-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NUTRITION REPORT - STATUS "
                   WS-RPT-STATUS
               PERFORM CLOSE-MASTER-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-NUTR-HEADER

           PERFORM READ-RECIPE-LINE
           PERFORM UNTIL WS-EOF-RECIPE
               IF RCP-RECIPE-CODE NOT = WS-CUR-RECIPE-CODE
                   PERFORM FINISH-RECIPE
                   MOVE RCP-RECIPE-CODE TO WS-CUR-RECIPE-CODE
                   MOVE RCP-RECIPE-NAME TO WS-CUR-RECIPE-NAME
                   MOVE 0 TO WS-SERVING-KCAL
                   MOVE 0 TO WS-SERVING-PROTEIN
                   MOVE 0 TO WS-SERVING-FAT
                   MOVE 0 TO WS-SERVING-CARB
                   MOVE 0 TO WS-SERVING-SODIUM
                   MOVE 0 TO WS-INGR-COUNT
                   MOVE 0 TO WS-MISSING-COUNT
               END-IF
               PERFORM ADD-ONE-INGREDIENT
               PERFORM READ-RECIPE-LINE
           END-PERFORM
           PERFORM FINISH-RECIPE

           PERFORM WRITE-NUTR-TRAILER

           PERFORM CLOSE-MASTER-FILES
           CLOSE NUTR-RPT

           DISPLAY "NUTRITION FOR " WS-RECIPE-COUNT " RECIPE(S) "
               "WRITTEN TO RCPNUTR.OUT - " WS-INCOMPLETE-COUNT
               " INCOMPLETE"

           IF WS-INCOMPLETE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       CLOSE-MASTER-FILES.
           CLOSE RECIPE-MASTER
           CLOSE PRICE-MASTER
           CLOSE NUTRITION-FILE
           IF WS-COST-AVAILABLE
               CLOSE RECIPE-COST-FILE
           END-IF.

       READ-RECIPE-LINE.
           READ RECIPE-MASTER NEXT RECORD
               AT END
                   SET WS-EOF-RECIPE TO TRUE
           END-READ.

      *****************************************************************
      * Adds one ingredient line's nutrition per serving to the
      * running recipe figures: the item's stated figures times the
      * quantity converted to the stated unit, over the stated
      * quantity. A line that will not convert is reported and
      * counted so the recipe is marked INCOMPLETE.
      *****************************************************************
       ADD-ONE-INGREDIENT.
           ADD 1 TO WS-INGR-COUNT

           MOVE RCP-ITEM-CODE TO NU-ITEM-CODE
           READ NUTRITION-FILE
               INVALID KEY
                   MOVE "NO NUTRITION RECORD" TO WS-BAD-REASON
                   PERFORM REPORT-BAD-INGREDIENT
                   EXIT PARAGRAPH
           END-READ

           IF NU-BASIS-QTY = 0
               MOVE "NUTRITION QUANTITY IS ZERO" TO WS-BAD-REASON
               PERFORM REPORT-BAD-INGREDIENT
               EXIT PARAGRAPH
           END-IF

           PERFORM CONVERT-INGREDIENT-QTY
           IF NOT WS-INGR-OK
               PERFORM REPORT-BAD-INGREDIENT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SERVING-KCAL ROUNDED =
               WS-SERVING-KCAL + NU-CALORIES * WS-PORTION
           COMPUTE WS-SERVING-PROTEIN ROUNDED =
               WS-SERVING-PROTEIN + NU-PROTEIN-G * WS-PORTION
           COMPUTE WS-SERVING-FAT ROUNDED =
               WS-SERVING-FAT + NU-FAT-G * WS-PORTION
           COMPUTE WS-SERVING-CARB ROUNDED =
               WS-SERVING-CARB + NU-CARB-G * WS-PORTION
           COMPUTE WS-SERVING-SODIUM ROUNDED =
               WS-SERVING-SODIUM + NU-SODIUM-MG * WS-PORTION.

       REPORT-BAD-INGREDIENT.
           ADD 1 TO WS-MISSING-COUNT
           ADD 1 TO WS-BAD-INGR-COUNT
           MOVE SPACES TO RPT-LINE
           STRING WS-CUR-RECIPE-CODE DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               RCP-INGR-SEQ DELIMITED BY SIZE
               " ITEM " DELIMITED BY SIZE
               RCP-ITEM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BAD-REASON DELIMITED BY SIZE
               " - RECIPE NUTRITION INCOMPLETE" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      * Sets WS-PORTION to the ingredient's quantity per serving as a
      * multiple of the nutrition record's stated quantity: the
      * recipe unit (spaces means the item's pricing unit, as
      * RECIPE-COST reads it) converted to the stated unit with
      * RECIPE-COST's factors, weight only to weight.
      *****************************************************************
       CONVERT-INGREDIENT-QTY.
           MOVE "Y" TO WS-INGR-OK-FLAG

           MOVE RCP-UOM TO WS-LINE-UOM
           IF WS-LINE-UOM = SPACES
               MOVE RCP-ITEM-CODE TO PM-ITEM-CODE
               READ PRICE-MASTER
                   INVALID KEY
                       MOVE "NOT ON MASTER - UNIT UNKNOWN"
                           TO WS-BAD-REASON
                       MOVE "N" TO WS-INGR-OK-FLAG
                       EXIT PARAGRAPH
               END-READ
               MOVE PM-PRICE-UOM TO WS-LINE-UOM
               IF WS-LINE-UOM = SPACES
                   MOVE "EA" TO WS-LINE-UOM
               END-IF
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
               MOVE "UNIT WILL NOT CONVERT" TO WS-BAD-REASON
               MOVE "N" TO WS-INGR-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BASIS-UOM TO WS-UOM-WORK
           PERFORM GET-UOM-FACTOR
           MOVE WS-UOM-FACTOR TO WS-BASIS-FACTOR
           MOVE WS-UOM-WEIGHT-FLAG TO WS-BASIS-WEIGHT-FLAG
           IF NOT WS-UOM-KNOWN
                   OR WS-LINE-WEIGHT-FLAG NOT = WS-BASIS-WEIGHT-FLAG
               MOVE "UNIT WILL NOT CONVERT" TO WS-BAD-REASON
               MOVE "N" TO WS-INGR-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PORTION ROUNDED =
               RCP-QTY-PER-SERVING * WS-LINE-FACTOR
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

       FINISH-RECIPE.
           IF WS-CUR-RECIPE-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RECIPE-COUNT

           MOVE SPACES TO RPT-LINE
           MOVE WS-CUR-RECIPE-CODE TO RPT-LINE(1:6)
           MOVE WS-CUR-RECIPE-NAME TO RPT-LINE(8:20)
           MOVE WS-SERVING-KCAL TO WS-EDIT-KCAL
           MOVE WS-EDIT-KCAL TO RPT-LINE(29:8)
           MOVE WS-SERVING-PROTEIN TO WS-EDIT-GRAMS
           MOVE WS-EDIT-GRAMS TO RPT-LINE(38:8)
           MOVE WS-SERVING-FAT TO WS-EDIT-GRAMS
           MOVE WS-EDIT-GRAMS TO RPT-LINE(47:8)
           MOVE WS-SERVING-CARB TO WS-EDIT-GRAMS
           MOVE WS-EDIT-GRAMS TO RPT-LINE(56:8)
           MOVE WS-SERVING-SODIUM TO WS-EDIT-SODIUM
           MOVE WS-EDIT-SODIUM TO RPT-LINE(65:7)
           PERFORM MOVE-COST-PER-SERVING
           IF WS-MISSING-COUNT > 0
               ADD 1 TO WS-INCOMPLETE-COUNT
               MOVE "INCOMPLETE" TO RPT-LINE(84:10)
           END-IF
           WRITE RPT-LINE.

      *****************************************************************
      * Cost per serving from the recipe's last RECIPE-COST run, or
      * blank when the recipe has not been costed.
      *****************************************************************
       MOVE-COST-PER-SERVING.
           IF NOT WS-COST-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-RECIPE-CODE TO CST-RECIPE-CODE
           READ RECIPE-COST-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-COSTED-COUNT
                   EXIT PARAGRAPH
           END-READ

           IF WS-COST-STATUS NOT = "00"
               ADD 1 TO WS-NOT-COSTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE CST-COST-PER-SERV TO WS-EDIT-COST
           MOVE WS-EDIT-COST TO RPT-LINE(73:9).

       WRITE-NUTR-HEADER.
           MOVE SPACES TO RPT-LINE
           MOVE "RECIPE NUTRITION PER SERVING" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "RECIPE" TO RPT-LINE(1:6)
           MOVE "NAME" TO RPT-LINE(8:4)
           MOVE "    KCAL" TO RPT-LINE(29:8)
           MOVE " PROTEIN" TO RPT-LINE(38:8)
           MOVE "   FAT G" TO RPT-LINE(47:8)
           MOVE "  CARB G" TO RPT-LINE(56:8)
           MOVE "SODIUM" TO RPT-LINE(66:6)
           MOVE " COST/SRV" TO RPT-LINE(73:9)
           WRITE RPT-LINE.

       WRITE-NUTR-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RECIPE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "RECIPES:             " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-INCOMPLETE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "RECIPES INCOMPLETE:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-BAD-INGR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "INGREDIENT LINES OUT:" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF WS-COST-AVAILABLE
               MOVE WS-NOT-COSTED-COUNT TO WS-EDIT-COUNT
               STRING "RECIPES NOT COSTED:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               MOVE "NO RECIPE COSTING FILE - COST PER SERVING BLANK"
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE.
