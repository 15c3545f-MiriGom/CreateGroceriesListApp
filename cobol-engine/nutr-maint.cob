       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTR-MAINT.

      *****************************************************************
      * Maintains the nutrition file (NUTRITION.DAT): calories,
      * protein, fat, carbohydrate and sodium per stated quantity and
      * unit of each item, as read off the label. RECIPE-NUTR rolls
      * the figures up per serving of every recipe and WEEK-NUTR over
      * the lines of a PRODUCT-TOTAL run.
      *
      * Usage:
      *   nutr-maint A item qty uom kcal protein fat carb sodium
      *                                  (set an item's figures -
      *                                   replaces any already held)
      *   nutr-maint D item              (drop an item's figures)
      *   nutr-maint L [item]            (list figures)
      *   nutr-maint C                   (check every record against
      *                                   the price master)
      *
      * The quantity and unit are what the figures are for - 1 EA,
      * 4 OZ, 1 LB - and the unit must be one RECIPE-COST converts
      * (EA, LB, KG, OZ). Protein, fat and carbohydrate are grams,
      * sodium milligrams. The item must be on the price master; a
      * retired item is accepted with a note, since recipes may still
      * carry it. A basis unit that will not convert from the item's
      * pricing unit - a weight against an each - is accepted with a
      * note too, but shopping lines are priced in the pricing unit,
      * so WEEK-NUTR will flag them until the record is restated.
      *
      * C lists records whose item has since been dropped from or
      * retired on the price master, and records whose unit no longer
      * converts from the item's pricing unit.
      *
      * Every record set or dropped is journaled to MAINTJRN.DAT with
      * its record image.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NUTRITION-FILE.
           COPY "nutrition-rec.cpy".

       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-NUTR-STATUS       PIC XX.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-JRNL-STATUS       PIC XX.
       01  WS-JRNL-DATETIME     PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE      PIC X(60).
       01  WS-JOURNAL-FLAG      PIC X VALUE "N".
           88  WS-JOURNAL-OPEN       VALUE "Y".
       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-ACTION-CODE       PIC X(1).
       01  WS-ITEM-CODE         PIC X(6) VALUE SPACES.
       01  WS-SAVED-NUTR-REC    PIC X(52).
       01  WS-ITEM-NAME         PIC X(20).
       01  WS-TODAY             PIC X(21).
       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-NUTR           VALUE "Y".
       01  WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01  WS-PROBLEM-COUNT     PIC 9(5) VALUE 0.
       01  WS-LIST-LINE         PIC X(90).

       01  WS-NUM-WORK          PIC 9(7)V999.
       01  WS-NUM-ARG           PIC X(20).
       01  WS-NUM-LENGTH        PIC 9(2).
       01  WS-POINT-COUNT       PIC 9(2).
       01  WS-NUM-OK-FLAG       PIC X.
           88  WS-NUM-OK             VALUE "Y".

       01  WS-PRICE-UOM         PIC X(2).
       01  WS-UOM-WORK          PIC X(2).
       01  WS-UOM-FACTOR        PIC 9(3)V9(4).
       01  WS-UOM-KNOWN-FLAG    PIC X.
           88  WS-UOM-KNOWN          VALUE "Y".
       01  WS-UOM-WEIGHT-FLAG   PIC X.
       01  WS-BASIS-WEIGHT-FLAG PIC X.

       01  WS-EDIT-QTY          PIC ZZ9.999.
       01  WS-EDIT-KCAL         PIC ZZZZ9.9.
       01  WS-EDIT-GRAMS        PIC ZZZ9.99.
       01  WS-EDIT-SODIUM       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 1
               PERFORM SHOW-USAGE
               STOP RUN
           END-IF

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:1) TO WS-ACTION-CODE

           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   IF WS-ARG-COUNT < 9
                       PERFORM SHOW-USAGE
                       STOP RUN
                   END-IF
               WHEN "D"
                   IF WS-ARG-COUNT < 2
                       PERFORM SHOW-USAGE
                       STOP RUN
                   END-IF
               WHEN "L"
                   CONTINUE
               WHEN "C"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION CODE: " WS-ACTION-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-ACTION-CODE = "A" OR WS-ACTION-CODE = "D"
               PERFORM OPEN-JOURNAL
           END-IF

           OPEN I-O NUTRITION-FILE
           IF WS-NUTR-STATUS = "35"
               CLOSE NUTRITION-FILE
               OPEN OUTPUT NUTRITION-FILE
               CLOSE NUTRITION-FILE
               OPEN I-O NUTRITION-FILE
           END-IF
           IF WS-NUTR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NUTRITION FILE - STATUS "
                   WS-NUTR-STATUS
               IF WS-JOURNAL-OPEN
                   CLOSE MAINT-JOURNAL
               END-IF
               STOP RUN
           END-IF

           OPEN INPUT PRICE-MASTER
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE NUTRITION-FILE
               IF WS-JOURNAL-OPEN
                   CLOSE MAINT-JOURNAL
               END-IF
               STOP RUN
           END-IF

           IF WS-ARG-COUNT > 1
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:6) TO WS-ITEM-CODE
           END-IF

           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   PERFORM SET-NUTRITION
               WHEN "D"
                   PERFORM DROP-NUTRITION
               WHEN "L"
                   PERFORM LIST-NUTRITION
               WHEN "C"
                   PERFORM CHECK-NUTRITION
           END-EVALUATE

           CLOSE NUTRITION-FILE
           CLOSE PRICE-MASTER
           IF WS-JOURNAL-OPEN
               CLOSE MAINT-JOURNAL
           END-IF

           STOP RUN.

       SHOW-USAGE.
           DISPLAY "USAGE: nutr-maint A item qty uom kcal protein "
               "fat carb sodium"
           DISPLAY "       nutr-maint D item"
           DISPLAY "       nutr-maint L [item]"
           DISPLAY "       nutr-maint C".

      *****************************************************************
      * Sets one item's figures. The item is checked against the price
      * master the way RECIPE-MAINT checks an ingredient, and the
      * basis unit against the units RECIPE-COST converts between.
      *****************************************************************
       SET-NUTRITION.
           MOVE WS-ITEM-CODE TO NU-ITEM-CODE

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM CHECK-NUMERIC-ARG
           IF NOT WS-NUM-OK
               DISPLAY "SET FAILED - QUANTITY MUST BE NUMERIC: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-NUM-WORK
           IF WS-NUM-WORK = 0 OR WS-NUM-WORK > 999.999
               DISPLAY "SET FAILED - QUANTITY MUST BE GREATER THAN "
                   "ZERO AND UNDER 1000: " WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-WORK TO NU-BASIS-QTY

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:2)) TO NU-BASIS-UOM
           MOVE NU-BASIS-UOM TO WS-UOM-WORK
           PERFORM GET-UOM-FACTOR
           IF NOT WS-UOM-KNOWN
               DISPLAY "SET FAILED - UNIT MUST BE EA, LB, KG OR OZ: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UOM-WEIGHT-FLAG TO WS-BASIS-WEIGHT-FLAG

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM CHECK-NUMERIC-ARG
           IF NOT WS-NUM-OK
               DISPLAY "SET FAILED - CALORIES MUST BE NUMERIC: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-NUM-WORK
           IF WS-NUM-WORK > 99999.9
               DISPLAY "SET FAILED - CALORIES TOO LARGE: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-WORK TO NU-CALORIES

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM CHECK-NUMERIC-ARG
           IF NOT WS-NUM-OK
               DISPLAY "SET FAILED - PROTEIN MUST BE NUMERIC: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-NUM-WORK
           IF WS-NUM-WORK > 9999.99
               DISPLAY "SET FAILED - PROTEIN TOO LARGE: " WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-WORK TO NU-PROTEIN-G

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM CHECK-NUMERIC-ARG
           IF NOT WS-NUM-OK
               DISPLAY "SET FAILED - FAT MUST BE NUMERIC: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-NUM-WORK
           IF WS-NUM-WORK > 9999.99
               DISPLAY "SET FAILED - FAT TOO LARGE: " WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-WORK TO NU-FAT-G

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM CHECK-NUMERIC-ARG
           IF NOT WS-NUM-OK
               DISPLAY "SET FAILED - CARBOHYDRATE MUST BE NUMERIC: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-NUM-WORK
           IF WS-NUM-WORK > 9999.99
               DISPLAY "SET FAILED - CARBOHYDRATE TOO LARGE: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-WORK TO NU-CARB-G

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM CHECK-NUMERIC-ARG
           IF NOT WS-NUM-OK
               DISPLAY "SET FAILED - SODIUM MUST BE NUMERIC: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-NUM-WORK
           IF WS-NUM-WORK > 999999
               DISPLAY "SET FAILED - SODIUM TOO LARGE: " WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-WORK TO NU-SODIUM-MG

           MOVE NU-ITEM-CODE TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   DISPLAY "SET FAILED - ITEM NOT ON PRICE MASTER: "
                       NU-ITEM-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE PM-ITEM-NAME TO WS-ITEM-NAME
           IF NOT PM-ACTIVE
               DISPLAY "NOTE: " NU-ITEM-CODE " IS RETIRED ON THE "
                   "PRICE MASTER"
           END-IF

           PERFORM GET-PRICING-UNIT-KIND
           IF WS-UOM-WEIGHT-FLAG NOT = WS-BASIS-WEIGHT-FLAG
               DISPLAY "NOTE: " NU-BASIS-UOM " WILL NOT CONVERT FROM "
                   "PRICING UNIT " WS-PRICE-UOM
                   " - SHOPPING LINES WILL FLAG"
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8) TO NU-SET-DATE
           MOVE NUTRITION-REC TO WS-SAVED-NUTR-REC

           READ NUTRITION-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE NUTRITION-REC TO WS-BEFORE-IMAGE
           END-READ
           MOVE WS-SAVED-NUTR-REC TO NUTRITION-REC

           WRITE NUTRITION-REC
               INVALID KEY
                   REWRITE NUTRITION-REC
                   SET MJ-UPDATE TO TRUE
               NOT INVALID KEY
                   SET MJ-ADD TO TRUE
           END-WRITE
           IF WS-NUTR-STATUS NOT = "00"
               DISPLAY "SET FAILED - UNABLE TO WRITE " NU-ITEM-CODE
                   " - STATUS " WS-NUTR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-NUTR-CHANGE

           MOVE NU-BASIS-QTY TO WS-EDIT-QTY
           DISPLAY "NUTRITION SET: " NU-ITEM-CODE " " WS-ITEM-NAME
               " PER " WS-EDIT-QTY " " NU-BASIS-UOM.

      *****************************************************************
      * Checks the argument just accepted is an unsigned number: one
      * to twenty digits with at most one decimal point, nothing after
      * it but spaces.
      *****************************************************************
       CHECK-NUMERIC-ARG.
           MOVE "N" TO WS-NUM-OK-FLAG
           MOVE WS-ARG-VALUE TO WS-NUM-ARG
           MOVE 0 TO WS-NUM-LENGTH
           MOVE 0 TO WS-POINT-COUNT
           INSPECT WS-NUM-ARG TALLYING WS-NUM-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NUM-LENGTH = 0
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-NUM-ARG(1:WS-NUM-LENGTH) TALLYING WS-POINT-COUNT
               FOR ALL "."
           IF WS-POINT-COUNT > 1 OR WS-POINT-COUNT = WS-NUM-LENGTH
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-LENGTH < 20
               IF WS-NUM-ARG(WS-NUM-LENGTH + 1:) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           INSPECT WS-NUM-ARG(1:WS-NUM-LENGTH) REPLACING ALL "." BY "0"
           IF WS-NUM-ARG(1:WS-NUM-LENGTH) NUMERIC
               SET WS-NUM-OK TO TRUE
           END-IF.

       DROP-NUTRITION.
           MOVE WS-ITEM-CODE TO NU-ITEM-CODE
           READ NUTRITION-FILE
               INVALID KEY
                   DISPLAY "NO NUTRITION RECORD FOR " WS-ITEM-CODE
                   EXIT PARAGRAPH
           END-READ

           MOVE NUTRITION-REC TO WS-BEFORE-IMAGE
           DELETE NUTRITION-FILE
               INVALID KEY
                   DISPLAY "UNABLE TO DROP " NU-ITEM-CODE
                       " - STATUS " WS-NUTR-STATUS
               NOT INVALID KEY
                   SET MJ-DROP TO TRUE
                   PERFORM JOURNAL-NUTR-CHANGE
                   DISPLAY "DROPPED: " WS-ITEM-CODE
           END-DELETE.

      *****************************************************************
      * Lists every record in item order, or only the item given, with
      * the item's current name from the price master.
      *****************************************************************
       LIST-NUTRITION.
           IF WS-ITEM-CODE NOT = SPACES
               MOVE WS-ITEM-CODE TO NU-ITEM-CODE
               READ NUTRITION-FILE
                   INVALID KEY
                       DISPLAY "NO NUTRITION RECORD FOR "
                           WS-ITEM-CODE
                   NOT INVALID KEY
                       PERFORM SHOW-NUTRITION
               END-READ
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ITEM   NAME                 PER          KCAL"
               "  PROTEIN      FAT     CARB  SODIUM"
           PERFORM START-NUTRITION-SWEEP
           PERFORM UNTIL WS-EOF-NUTR
               ADD 1 TO WS-LINE-COUNT
               PERFORM SHOW-NUTRITION
               PERFORM READ-NEXT-NUTRITION
           END-PERFORM

           IF WS-LINE-COUNT = 0
               DISPLAY "NO NUTRITION RECORDS ON FILE"
           END-IF.

       SHOW-NUTRITION.
           MOVE NU-ITEM-CODE TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO PM-ITEM-NAME
           END-READ

           MOVE SPACES TO WS-LIST-LINE
           MOVE NU-ITEM-CODE TO WS-LIST-LINE(1:6)
           MOVE PM-ITEM-NAME TO WS-LIST-LINE(8:20)
           MOVE NU-BASIS-QTY TO WS-EDIT-QTY
           MOVE WS-EDIT-QTY TO WS-LIST-LINE(29:7)
           MOVE NU-BASIS-UOM TO WS-LIST-LINE(37:2)
           MOVE NU-CALORIES TO WS-EDIT-KCAL
           MOVE WS-EDIT-KCAL TO WS-LIST-LINE(40:7)
           MOVE NU-PROTEIN-G TO WS-EDIT-GRAMS
           MOVE WS-EDIT-GRAMS TO WS-LIST-LINE(49:7)
           MOVE NU-FAT-G TO WS-EDIT-GRAMS
           MOVE WS-EDIT-GRAMS TO WS-LIST-LINE(58:7)
           MOVE NU-CARB-G TO WS-EDIT-GRAMS
           MOVE WS-EDIT-GRAMS TO WS-LIST-LINE(67:7)
           MOVE NU-SODIUM-MG TO WS-EDIT-SODIUM
           MOVE WS-EDIT-SODIUM TO WS-LIST-LINE(76:6)
           DISPLAY WS-LIST-LINE.

      *****************************************************************
      * Sweeps the whole file against the price master: an item gone
      * from or retired on the master, or whose pricing unit is now a
      * different kind from the basis unit, is listed.
      *****************************************************************
       CHECK-NUTRITION.
           PERFORM START-NUTRITION-SWEEP
           PERFORM UNTIL WS-EOF-NUTR
               ADD 1 TO WS-LINE-COUNT
               PERFORM CHECK-ONE-NUTRITION
               PERFORM READ-NEXT-NUTRITION
           END-PERFORM

           DISPLAY "CHECKED " WS-LINE-COUNT " NUTRITION RECORD(S) - "
               WS-PROBLEM-COUNT " TO REVIEW".

       CHECK-ONE-NUTRITION.
           MOVE NU-ITEM-CODE TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   ADD 1 TO WS-PROBLEM-COUNT
                   DISPLAY NU-ITEM-CODE " NOT ON PRICE MASTER"
                   EXIT PARAGRAPH
           END-READ

           IF NOT PM-ACTIVE
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY NU-ITEM-CODE " " PM-ITEM-NAME
                   " RETIRED ON PRICE MASTER"
               EXIT PARAGRAPH
           END-IF

           MOVE NU-BASIS-UOM TO WS-UOM-WORK
           PERFORM GET-UOM-FACTOR
           MOVE WS-UOM-WEIGHT-FLAG TO WS-BASIS-WEIGHT-FLAG
           PERFORM GET-PRICING-UNIT-KIND
           IF WS-UOM-WEIGHT-FLAG NOT = WS-BASIS-WEIGHT-FLAG
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY NU-ITEM-CODE " " PM-ITEM-NAME " PER "
                   NU-BASIS-UOM " WILL NOT CONVERT FROM PRICING UNIT "
                   WS-PRICE-UOM
           END-IF.

       START-NUTRITION-SWEEP.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO NU-ITEM-CODE
           START NUTRITION-FILE KEY NOT < NU-ITEM-CODE
               INVALID KEY
                   SET WS-EOF-NUTR TO TRUE
           END-START
           IF NOT WS-EOF-NUTR
               PERFORM READ-NEXT-NUTRITION
           END-IF.

       READ-NEXT-NUTRITION.
           READ NUTRITION-FILE NEXT RECORD
               AT END
                   SET WS-EOF-NUTR TO TRUE
           END-READ.

      *****************************************************************
      * Sets WS-PRICE-UOM and the weight flag for the price master
      * record just read - spaces means EA, as in RECIPE-COST.
      *****************************************************************
       GET-PRICING-UNIT-KIND.
           MOVE PM-PRICE-UOM TO WS-PRICE-UOM
           IF WS-PRICE-UOM = SPACES
               MOVE "EA" TO WS-PRICE-UOM
           END-IF
           MOVE WS-PRICE-UOM TO WS-UOM-WORK
           PERFORM GET-UOM-FACTOR.

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

      *****************************************************************
      * The maintenance journal is opened for extend before the
      * nutrition file, so a change is never made that cannot be
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
           END-IF
           SET WS-JOURNAL-OPEN TO TRUE
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".

      *****************************************************************
      * Journals one record set or dropped. The caller saves the
      * record as it was in WS-BEFORE-IMAGE (spaces for an add) and
      * sets the action; the after image is the record area as it now
      * stands, or spaces for a drop.
      *****************************************************************
       JOURNAL-NUTR-CHANGE.
           MOVE "NUTRITION" TO MJ-FILE-ID
           MOVE NU-ITEM-CODE TO MJ-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           IF MJ-DROP
               MOVE SPACES TO MJ-AFTER-IMAGE
           ELSE
               MOVE NUTRITION-REC TO MJ-AFTER-IMAGE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATETIME
           MOVE WS-JRNL-DATETIME(1:8) TO MJ-JRNL-DATE
           MOVE WS-JRNL-DATETIME(9:8) TO MJ-JRNL-TIME
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE "NUTR-MAINT" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.
