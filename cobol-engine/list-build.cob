      * item is for.
      *
      * An ingredient whose item has been retired or removed from the
      * price master since the recipe was entered is replaced by its
      * first usable substitute from ITEMSUB.DAT (kept by
      * SUBST-MAINT) - active on the master, not limited to one
      * store, the quantity scaled by the substitution's ratio - and
      * the swap is reported. With no usable substitute it is
      * reported and left off the list rather than written to fail
      * in the run. So is an item whose price master record cannot
      * be read at all.
      *
      * Each scaled quantity is netted against the pantry on-hand
      * balance (PANTRY.DAT) before it is written: only the shortfall
      * flag skips the netting for stock-up trips, and a missing
      * pantry file simply builds the full list.
      *
      * PLAN mode explodes the meals planned on MEALPLAN.DAT (kept by
      * MEAL-MAINT) for a range of dates instead of recipes named on
      * the command line - each meal's recipe at the meal's servings
      * - and the range defaults to the week starting on the from
      * date. It also prints a week-at-a-glance menu calendar to
      * MENUCAL.OUT: a grid of each week's meals by day and slot,
      * then every meal with the ingredients it asked for and what
      * became of each - the GROCLIST.DAT line number it went out
      * on, part-filled or fully covered by the pantry, or dropped
      * because the item is retired, off the price master or its
      * record unreadable - so any line on the list, or missing from
      * it, traces back to the meal it was for. A substituted
      * ingredient shows the substitute at the meal's quantity scaled
      * by the ratio, with the original item and quantity under it.
      *
      * Usage:
      *   list-build [NONET] recipe1 servings1 [recipe2 servings2 ...]
      *   list-build [NONET] PLAN from-date [to-date]   (YYYYMMDD)
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PS-ITEM-CODE
               FILE STATUS IS WS-PANTRY-STATUS.

           SELECT MEAL-PLAN ASSIGN TO "MEALPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT MENU-CAL-OUT ASSIGN TO "MENUCAL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ITEM-SUBST ASSIGN TO "ITEMSUB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SUBST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPE-MASTER.
       FD  PANTRY-STOCK.
           COPY "pantry-stock-rec.cpy".

       FD  MEAL-PLAN.
           COPY "meal-plan-rec.cpy".

       FD  MENU-CAL-OUT.
       01  CAL-LINE                 PIC X(100).

       FD  ITEM-SUBST.
           COPY "item-subst-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RECIPE-STATUS     PIC XX.
       01  WS-PRICE-STATUS     PIC XX.
       01  WS-USED-STOCK        PIC 9(7)V999.
       01  WS-EDIT-NET-QTY      PIC ZZZZ9.999.

       01  WS-SUBST-STATUS      PIC XX.
       01  WS-SUBST-AVAIL-FLAG  PIC X VALUE "N".
           88  WS-SUBST-AVAILABLE    VALUE "Y".
       01  WS-SUBST-FOUND-FLAG  PIC X.
           88  WS-SUBST-FOUND        VALUE "Y".
       01  WS-SUBST-EOF-FLAG    PIC X.
           88  WS-EOF-SUBST          VALUE "Y".
       01  WS-SUBST-COUNT       PIC 9(3) VALUE 0.

      *****************************************************************
      * The build table keys on item plus unit, so the same item can
      * arrive on two lines (one recipe in LB, another in OZ). This
               10  WS-BLD-UOM          PIC X(2).
               10  WS-BLD-QTY          PIC 9(7)V999.
               10  WS-BLD-REQUESTER    PIC X(8).
               10  WS-BLD-ITEM-NAME    PIC X(20).
               10  WS-BLD-OUTCOME      PIC X(1).
                   88  WS-BLD-LISTED        VALUE "W".
                   88  WS-BLD-PART-NETTED   VALUE "P".
                   88  WS-BLD-COVERED       VALUE "C".
                   88  WS-BLD-NOT-ON-MASTER VALUE "N".
                   88  WS-BLD-RETIRED       VALUE "R".
                   88  WS-BLD-UNREADABLE    VALUE "E".
               10  WS-BLD-LIST-LINE    PIC 9(4).
               10  WS-BLD-LIST-QTY     PIC 9(7)V999.
               10  WS-BLD-SUBST-FOR    PIC X(6).
               10  WS-BLD-SUBST-RATIO  PIC 9(3)V9(4).

       01  WS-LIST-LINE-NO      PIC 9(4) VALUE 0.

      *****************************************************************
      * PLAN mode. The meal table holds each planned meal in date and
      * slot order; the trace table records, for every ingredient a
      * meal folded into the build table, which build entry it went
      * into and how much of it that meal wanted - which is what the
      * menu calendar prints against each meal.
      *****************************************************************
       01  WS-PLAN-STATUS       PIC XX.
       01  WS-CAL-STATUS        PIC XX.
       01  WS-PLAN-MODE-FLAG    PIC X VALUE "N".
           88  WS-PLAN-MODE          VALUE "Y".
       01  WS-RECIPE-ARGS-FLAG  PIC X VALUE "N".
           88  WS-RECIPE-ARGS-SEEN   VALUE "Y".
       01  WS-PLAN-EOF-FLAG     PIC X VALUE "N".
           88  WS-EOF-PLAN           VALUE "Y".
       01  WS-PLAN-FROM         PIC 9(8).
       01  WS-PLAN-TO           PIC 9(8).
       01  WS-DATE-WORK         PIC 9(8).
       01  WS-CUR-MEAL-IX       PIC 9(4) VALUE 0.

       01  WS-MEAL-COUNT        PIC 9(4) VALUE 0.
       01  WS-MEAL-IX           PIC 9(4).
       01  WS-GRID-IX           PIC 9(4).
       01  WS-MEAL-TABLE.
           05  WS-MEAL-ENTRY OCCURS 200 TIMES.
               10  WS-MEAL-DATE        PIC 9(8).
               10  WS-MEAL-SLOT        PIC 9(1).
               10  WS-MEAL-RECIPE      PIC X(6).
               10  WS-MEAL-RECIPE-NAME PIC X(20).
               10  WS-MEAL-SERVINGS    PIC 9(3).
               10  WS-MEAL-EATERS      PIC X(20).
               10  WS-MEAL-LINES       PIC 9(3).

       01  WS-TRACE-COUNT       PIC 9(4) VALUE 0.
       01  WS-TRACE-IX          PIC 9(4).
       01  WS-TRACE-FULL-FLAG   PIC X VALUE "N".
           88  WS-TRACE-FULL         VALUE "Y".
       01  WS-TRACE-TABLE.
           05  WS-TRACE-ENTRY OCCURS 2000 TIMES.
               10  WS-TRC-MEAL-IX      PIC 9(4).
               10  WS-TRC-ITEM-IX      PIC 9(4).
               10  WS-TRC-QTY          PIC 9(7)V999.

       01  WS-WEEK-START        PIC 9(8).
       01  WS-WEEK-START-INT    PIC 9(7).
       01  WS-PLAN-TO-INT       PIC 9(7).
       01  WS-DAY-INT           PIC 9(7).
       01  WS-DAY-DATE          PIC 9(8).
       01  WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
           05  WS-DD-YEAR           PIC 9(4).
           05  WS-DD-MONTH          PIC 9(2).
           05  WS-DD-DAY            PIC 9(2).
       01  WS-DAY-IX            PIC 9(2).
       01  WS-DAYS-IN-WEEK      PIC 9(2).
       01  WS-SLOT-IX           PIC 9(1).
       01  WS-CAL-COL           PIC 9(3).
       01  WS-DOW               PIC 9.

       01  WS-DOW-NAME-INIT.
           05  FILLER PIC X(3) VALUE "SUN".
           05  FILLER PIC X(3) VALUE "MON".
           05  FILLER PIC X(3) VALUE "TUE".
           05  FILLER PIC X(3) VALUE "WED".
           05  FILLER PIC X(3) VALUE "THU".
           05  FILLER PIC X(3) VALUE "FRI".
           05  FILLER PIC X(3) VALUE "SAT".
       01  WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAME-INIT.
           05  WS-DOW-NAME OCCURS 7 TIMES PIC X(3).

       01  WS-SLOT-NAME-INIT.
           05  FILLER PIC X(9) VALUE "BREAKFAST".
           05  FILLER PIC X(9) VALUE "LUNCH".
           05  FILLER PIC X(9) VALUE "DINNER".
           05  FILLER PIC X(9) VALUE "SNACK".
       01  WS-SLOT-NAME-TABLE REDEFINES WS-SLOT-NAME-INIT.
           05  WS-SLOT-NAME OCCURS 4 TIMES PIC X(9).

       01  WS-EDIT-DATE         PIC 9999/99/99.
       01  WS-EDIT-DATE-2       PIC 9999/99/99.
       01  WS-EDIT-SERVINGS     PIC ZZ9.
       01  WS-EDIT-CAL-QTY      PIC ZZZZ9.999.
       01  WS-EDIT-LINE-NO      PIC ZZZ9.
       01  WS-TRACE-TEXT        PIC X(45).

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF WS-ARG-COUNT < 2
               DISPLAY "USAGE: list-build [NONET] recipe1 servings1 "
                   "[recipe2 servings2 ...]"
               DISPLAY "       list-build [NONET] PLAN from-date "
                   "[to-date]"
               STOP RUN
           END-IF

               IF FUNCTION UPPER-CASE(WS-ARG-VALUE) = "NONET"
                   MOVE "N" TO WS-NET-PANTRY-FLAG
               ELSE
                   IF FUNCTION UPPER-CASE(WS-ARG-VALUE) = "PLAN"
                       PERFORM GET-PLAN-RANGE-ARGS
                       PERFORM EXPLODE-MEAL-PLAN
                   ELSE
                       IF WS-PLAN-MODE
                           DISPLAY "RECIPE ARGUMENTS CANNOT BE MIXED "
                               "WITH PLAN - " WS-ARG-VALUE
                           CLOSE RECIPE-MASTER
                           CLOSE PRICE-MASTER
                           STOP RUN
                       END-IF
                       SET WS-RECIPE-ARGS-SEEN TO TRUE
                       IF WS-ARGS-USED >= WS-ARG-COUNT
                           DISPLAY "SERVINGS MISSING FOR RECIPE "
                               WS-ARG-VALUE(1:6)
                           CLOSE RECIPE-MASTER
                           CLOSE PRICE-MASTER
                           STOP RUN
                       END-IF
                       MOVE WS-ARG-VALUE(1:6) TO WS-RECIPE-CODE
                       ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
                       ADD 1 TO WS-ARGS-USED
                       MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-SERVINGS
                       PERFORM EXPLODE-ONE-RECIPE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NET-PANTRY
               PERFORM OPEN-PANTRY-STOCK
           END-IF
           PERFORM OPEN-SUBSTITUTIONS

           PERFORM WRITE-GROCERY-LIST

           IF WS-PLAN-MODE
               PERFORM WRITE-MENU-CALENDAR
           END-IF

           CLOSE RECIPE-MASTER
           CLOSE PRICE-MASTER
           IF WS-PANTRY-AVAILABLE
               CLOSE PANTRY-STOCK
           END-IF
           IF WS-SUBST-AVAILABLE
               CLOSE ITEM-SUBST
           END-IF

           STOP RUN.

                   WS-PANTRY-STATUS " - BUILDING FULL QUANTITIES"
           END-IF.

      *****************************************************************
      * The substitution file is optional - without it a retired
      * ingredient is simply left off, as it always was.
      *****************************************************************
       OPEN-SUBSTITUTIONS.
           OPEN INPUT ITEM-SUBST
           IF WS-SUBST-STATUS = "00"
               SET WS-SUBST-AVAILABLE TO TRUE
           END-IF.

      *****************************************************************
      * PLAN from-date [to-date]. The dates must be real calendar
      * dates; with no to-date the range is the seven days starting
      * on the from-date. PLAN cannot be combined with recipes named
      * on the command line.
      *****************************************************************
       GET-PLAN-RANGE-ARGS.
           IF WS-RECIPE-ARGS-SEEN OR WS-PLAN-MODE
               DISPLAY "PLAN CANNOT BE MIXED WITH RECIPE ARGUMENTS"
               CLOSE RECIPE-MASTER
               CLOSE PRICE-MASTER
               STOP RUN
           END-IF

           IF WS-ARGS-USED >= WS-ARG-COUNT
               DISPLAY "PLAN NEEDS A FROM DATE (YYYYMMDD)"
               CLOSE RECIPE-MASTER
               CLOSE PRICE-MASTER
               STOP RUN
           END-IF
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           ADD 1 TO WS-ARGS-USED
           PERFORM EDIT-PLAN-DATE-ARG
           MOVE WS-DATE-WORK TO WS-PLAN-FROM

           IF WS-ARGS-USED < WS-ARG-COUNT
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ADD 1 TO WS-ARGS-USED
               PERFORM EDIT-PLAN-DATE-ARG
               MOVE WS-DATE-WORK TO WS-PLAN-TO
           ELSE
               COMPUTE WS-PLAN-TO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PLAN-FROM) + 6)
           END-IF

           IF WS-PLAN-TO < WS-PLAN-FROM
               DISPLAY "PLAN TO-DATE " WS-PLAN-TO
                   " IS BEFORE FROM-DATE " WS-PLAN-FROM
               CLOSE RECIPE-MASTER
               CLOSE PRICE-MASTER
               STOP RUN
           END-IF

           SET WS-PLAN-MODE TO TRUE.

       EDIT-PLAN-DATE-ARG.
           IF WS-ARG-VALUE(1:8) NUMERIC AND WS-ARG-VALUE(9:12) = SPACES
               MOVE WS-ARG-VALUE(1:8) TO WS-DATE-WORK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "INVALID PLAN DATE: " WS-ARG-VALUE
           CLOSE RECIPE-MASTER
           CLOSE PRICE-MASTER
           STOP RUN.

      *****************************************************************
      * Explodes every meal planned between the from and to dates,
      * in date and slot order, each at the meal's own servings.
      * The meal is remembered so the ingredients folded in for it
      * can be traced on the menu calendar.
      *****************************************************************
       EXPLODE-MEAL-PLAN.
           OPEN INPUT MEAL-PLAN
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MEAL PLAN FILE - STATUS "
                   WS-PLAN-STATUS
               CLOSE RECIPE-MASTER
               CLOSE PRICE-MASTER
               STOP RUN
           END-IF

           MOVE "N" TO WS-PLAN-EOF-FLAG
           MOVE WS-PLAN-FROM TO MP-PLAN-DATE
           MOVE 0 TO MP-MEAL-SLOT
           START MEAL-PLAN KEY NOT < MP-KEY
               INVALID KEY
                   SET WS-EOF-PLAN TO TRUE
           END-START

           PERFORM UNTIL WS-EOF-PLAN
               READ MEAL-PLAN NEXT RECORD
                   AT END
                       SET WS-EOF-PLAN TO TRUE
               END-READ
               IF NOT WS-EOF-PLAN
                   IF MP-PLAN-DATE > WS-PLAN-TO
                       SET WS-EOF-PLAN TO TRUE
                   ELSE
                       PERFORM EXPLODE-ONE-MEAL
                   END-IF
               END-IF
           END-PERFORM

           CLOSE MEAL-PLAN
           MOVE 0 TO WS-CUR-MEAL-IX

           IF WS-MEAL-COUNT = 0
               DISPLAY "NO MEALS PLANNED FROM " WS-PLAN-FROM
                   " TO " WS-PLAN-TO
           ELSE
               DISPLAY WS-MEAL-COUNT " MEAL(S) PLANNED FROM "
                   WS-PLAN-FROM " TO " WS-PLAN-TO
           END-IF.

       EXPLODE-ONE-MEAL.
           IF WS-MEAL-COUNT >= 200
               DISPLAY "MEAL TABLE FULL - PLAN A SHORTER RANGE"
               CLOSE MEAL-PLAN
               CLOSE RECIPE-MASTER
               CLOSE PRICE-MASTER
               STOP RUN
           END-IF

           ADD 1 TO WS-MEAL-COUNT
           MOVE WS-MEAL-COUNT TO WS-CUR-MEAL-IX
           MOVE MP-PLAN-DATE TO WS-MEAL-DATE (WS-MEAL-COUNT)
           MOVE MP-MEAL-SLOT TO WS-MEAL-SLOT (WS-MEAL-COUNT)
           MOVE MP-RECIPE-CODE TO WS-MEAL-RECIPE (WS-MEAL-COUNT)
           MOVE SPACES TO WS-MEAL-RECIPE-NAME (WS-MEAL-COUNT)
           MOVE MP-SERVINGS TO WS-MEAL-SERVINGS (WS-MEAL-COUNT)
           MOVE MP-EATERS TO WS-MEAL-EATERS (WS-MEAL-COUNT)

           MOVE MP-RECIPE-CODE TO WS-RECIPE-CODE
           MOVE MP-SERVINGS TO WS-SERVINGS
           MOVE 0 TO WS-RECIPE-LINES
           PERFORM EXPLODE-ONE-RECIPE
           MOVE WS-RECIPE-LINES TO WS-MEAL-LINES (WS-MEAL-COUNT).

      *****************************************************************
      * Reads one recipe's ingredient lines in sequence order and
      * folds each, scaled by the serving count, into the build
               MOVE RCP-UOM TO WS-BLD-UOM (WS-ITEM-COUNT)
               MOVE WS-SCALED-QTY TO WS-BLD-QTY (WS-ITEM-COUNT)
               MOVE WS-RECIPE-CODE TO WS-BLD-REQUESTER (WS-ITEM-COUNT)
               MOVE WS-ITEM-COUNT TO WS-MATCH-IX
           END-IF

           IF WS-CUR-MEAL-IX > 0
               PERFORM NOTE-MEAL-INGREDIENT
           END-IF.

      *****************************************************************
      * Remembers that the current planned meal asked for this
      * ingredient, against the build entry it was folded into.
      *****************************************************************
       NOTE-MEAL-INGREDIENT.
           IF WS-MEAL-RECIPE-NAME (WS-CUR-MEAL-IX) = SPACES
               MOVE RCP-RECIPE-NAME TO
                   WS-MEAL-RECIPE-NAME (WS-CUR-MEAL-IX)
           END-IF

           IF WS-TRACE-COUNT >= 2000
               IF NOT WS-TRACE-FULL
                   DISPLAY "TRACE TABLE FULL - MENU CALENDAR WILL BE "
                       "INCOMPLETE"
                   SET WS-TRACE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRACE-COUNT
           MOVE WS-CUR-MEAL-IX TO WS-TRC-MEAL-IX (WS-TRACE-COUNT)
           MOVE WS-MATCH-IX TO WS-TRC-ITEM-IX (WS-TRACE-COUNT)
           MOVE WS-SCALED-QTY TO WS-TRC-QTY (WS-TRACE-COUNT).

      *****************************************************************
      * Writes the combined table as grocery list lines, pricing each
      * off the current master. An item no longer priceable is
               DISPLAY WS-SKIP-COUNT " INGREDIENT(S) LEFT OFF - "
                   "SEE MESSAGES ABOVE"
           END-IF
           IF WS-SUBST-COUNT > 0
               DISPLAY WS-SUBST-COUNT " INGREDIENT(S) REPLACED BY A "
                   "SUBSTITUTE"
           END-IF
           IF WS-COVERED-COUNT > 0
               DISPLAY WS-COVERED-COUNT " INGREDIENT(S) FULLY "
                   "COVERED BY THE PANTRY"
           END-IF.

       WRITE-ONE-LIST-LINE.
           MOVE SPACES TO WS-BLD-ITEM-NAME (WS-ITEM-IX)
           MOVE SPACES TO WS-BLD-SUBST-FOR (WS-ITEM-IX)
           MOVE SPACE TO WS-BLD-OUTCOME (WS-ITEM-IX)
           MOVE 0 TO WS-BLD-LIST-LINE (WS-ITEM-IX)
           MOVE 0 TO WS-BLD-LIST-QTY (WS-ITEM-IX)
           MOVE WS-BLD-ITEM-CODE (WS-ITEM-IX) TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   SET WS-BLD-NOT-ON-MASTER (WS-ITEM-IX) TO TRUE
           END-READ

           IF WS-PRICE-STATUS = "00"
               MOVE PM-ITEM-NAME TO WS-BLD-ITEM-NAME (WS-ITEM-IX)
               IF NOT PM-ACTIVE
                   SET WS-BLD-RETIRED (WS-ITEM-IX) TO TRUE
               END-IF
           ELSE
               IF NOT WS-BLD-NOT-ON-MASTER (WS-ITEM-IX)
                   SET WS-BLD-UNREADABLE (WS-ITEM-IX) TO TRUE
               END-IF
           END-IF

           IF (WS-BLD-NOT-ON-MASTER (WS-ITEM-IX)
                   OR WS-BLD-RETIRED (WS-ITEM-IX))
                   AND WS-SUBST-AVAILABLE
               PERFORM FIND-SUBSTITUTE
           END-IF

           EVALUATE TRUE
               WHEN WS-BLD-NOT-ON-MASTER (WS-ITEM-IX)
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "ITEM " WS-BLD-ITEM-CODE (WS-ITEM-IX)
                       " NO LONGER ON PRICE MASTER - LEFT OFF LIST"
               WHEN WS-BLD-RETIRED (WS-ITEM-IX)
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "ITEM " WS-BLD-ITEM-CODE (WS-ITEM-IX)
                       " RETIRED - LEFT OFF LIST"
               WHEN WS-BLD-UNREADABLE (WS-ITEM-IX)
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "ITEM " WS-BLD-ITEM-CODE (WS-ITEM-IX)
                       " PRICE MASTER READ FAILED - STATUS "
                       WS-PRICE-STATUS " - LEFT OFF LIST"
               WHEN OTHER
                   PERFORM LIST-ACTIVE-ITEM
           END-EVALUATE.

      *****************************************************************
      * Nets and writes a build entry whose item (or its substitute)
      * is active - the price master record is the one to list.
      *****************************************************************
       LIST-ACTIVE-ITEM.
           MOVE WS-BLD-QTY (WS-ITEM-IX) TO WS-SHORT-QTY
           IF WS-PANTRY-AVAILABLE
               PERFORM NET-AGAINST-PANTRY
           END-IF
           IF WS-SHORT-QTY = 0
               ADD 1 TO WS-COVERED-COUNT
               SET WS-BLD-COVERED (WS-ITEM-IX) TO TRUE
               DISPLAY "ITEM " PM-ITEM-CODE
                   " COVERED BY PANTRY - LEFT OFF LIST"
           ELSE
               MOVE PM-ITEM-CODE TO GI-ITEM-CODE
               MOVE PM-ITEM-NAME TO GI-ITEM-NAME
               COMPUTE GI-QTY ROUNDED = WS-SHORT-QTY
               MOVE WS-BLD-UOM (WS-ITEM-IX) TO GI-UOM
               MOVE PM-UNIT-PRICE TO GI-UNIT-PRICE
               MOVE PM-CATEGORY TO GI-CATEGORY
               MOVE 0 TO GI-DISCOUNT-AMT
               MOVE WS-BLD-REQUESTER (WS-ITEM-IX) TO GI-REQUESTER
               WRITE GROCERY-ITEM-REC
               ADD 1 TO WS-LIST-LINE-NO
               MOVE WS-LIST-LINE-NO TO WS-BLD-LIST-LINE (WS-ITEM-IX)
               MOVE GI-QTY TO WS-BLD-LIST-QTY (WS-ITEM-IX)
               IF WS-SHORT-QTY < WS-BLD-QTY (WS-ITEM-IX)
                   SET WS-BLD-PART-NETTED (WS-ITEM-IX) TO TRUE
               ELSE
                   SET WS-BLD-LISTED (WS-ITEM-IX) TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Tries the entry's substitutes in rank order and takes the
      * first one active on the price master. Substitutions limited
      * to one store are passed over - the list is built before the
      * store is known. A substitute found replaces the entry's item
      * and name, its quantity is scaled by the ratio, and the
      * original item is kept for the menu calendar; the price
      * master record left in the area is the substitute's.
      *****************************************************************
       FIND-SUBSTITUTE.
           MOVE "N" TO WS-SUBST-FOUND-FLAG
           MOVE "N" TO WS-SUBST-EOF-FLAG
           MOVE WS-BLD-ITEM-CODE (WS-ITEM-IX) TO SB-ORIG-ITEM
           MOVE 0 TO SB-RANK
           START ITEM-SUBST KEY NOT < SB-KEY
               INVALID KEY
                   SET WS-EOF-SUBST TO TRUE
           END-START

           PERFORM UNTIL WS-EOF-SUBST OR WS-SUBST-FOUND
               READ ITEM-SUBST NEXT RECORD
                   AT END
                       SET WS-EOF-SUBST TO TRUE
                   NOT AT END
                       IF SB-ORIG-ITEM NOT =
                               WS-BLD-ITEM-CODE (WS-ITEM-IX)
                           SET WS-EOF-SUBST TO TRUE
                       ELSE
                           PERFORM TRY-ONE-SUBSTITUTE
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-SUBST-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SUBST-COUNT
           DISPLAY "ITEM " WS-BLD-ITEM-CODE (WS-ITEM-IX)
               " UNAVAILABLE - SUBSTITUTED " PM-ITEM-CODE " "
               PM-ITEM-NAME
           MOVE WS-BLD-ITEM-CODE (WS-ITEM-IX) TO
               WS-BLD-SUBST-FOR (WS-ITEM-IX)
           MOVE SB-QTY-RATIO TO WS-BLD-SUBST-RATIO (WS-ITEM-IX)
           MOVE PM-ITEM-CODE TO WS-BLD-ITEM-CODE (WS-ITEM-IX)
           MOVE PM-ITEM-NAME TO WS-BLD-ITEM-NAME (WS-ITEM-IX)
           COMPUTE WS-BLD-QTY (WS-ITEM-IX) ROUNDED =
               WS-BLD-QTY (WS-ITEM-IX) * SB-QTY-RATIO
           MOVE SPACE TO WS-BLD-OUTCOME (WS-ITEM-IX).

       TRY-ONE-SUBSTITUTE.
           IF SB-STORE-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SB-SUBST-ITEM TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRICE-STATUS = "00" AND PM-ACTIVE
               SET WS-SUBST-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * Nets the scaled quantity against the pantry on-hand balance,
      * leaving the shortfall in WS-SHORT-QTY. The balance converts
               MOVE WS-USED-STOCK TO WS-DRN-QTY (WS-DRAWN-COUNT)
           END-IF.

      *****************************************************************
      * Menu calendar for PLAN mode, one block per week of the range:
      * a grid of recipe codes by day and meal slot, then each meal
      * in turn with the ingredients it asked for and what became of
      * each one on this run's grocery list.
      *****************************************************************
       WRITE-MENU-CALENDAR.
           OPEN OUTPUT MENU-CAL-OUT
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MENU CALENDAR - STATUS "
                   WS-CAL-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PLAN-FROM TO WS-EDIT-DATE
           MOVE WS-PLAN-TO TO WS-EDIT-DATE-2
           MOVE SPACES TO CAL-LINE
           STRING "MENU CALENDAR " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-EDIT-DATE-2 DELIMITED BY SIZE
               " - TRACED TO GROCLIST.DAT" DELIMITED BY SIZE
               INTO CAL-LINE
           WRITE CAL-LINE

           COMPUTE WS-WEEK-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PLAN-FROM)
           COMPUTE WS-PLAN-TO-INT = FUNCTION INTEGER-OF-DATE(WS-PLAN-TO)
           MOVE 1 TO WS-MEAL-IX

           PERFORM UNTIL WS-WEEK-START-INT > WS-PLAN-TO-INT
               COMPUTE WS-DAYS-IN-WEEK =
                   WS-PLAN-TO-INT - WS-WEEK-START-INT + 1
               IF WS-DAYS-IN-WEEK > 7
                   MOVE 7 TO WS-DAYS-IN-WEEK
               END-IF
               PERFORM WRITE-CALENDAR-WEEK
               ADD 7 TO WS-WEEK-START-INT
           END-PERFORM

           MOVE SPACES TO CAL-LINE
           WRITE CAL-LINE
           MOVE SPACES TO CAL-LINE
           STRING "MEALS PLANNED: " DELIMITED BY SIZE
               WS-MEAL-COUNT DELIMITED BY SIZE
               "   LIST LINES WRITTEN: " DELIMITED BY SIZE
               WS-LIST-LINE-NO DELIMITED BY SIZE
               INTO CAL-LINE
           WRITE CAL-LINE

           CLOSE MENU-CAL-OUT
           DISPLAY "MENU CALENDAR WRITTEN TO MENUCAL.OUT".

      *****************************************************************
      * One week of the calendar: the day heading row, one row per
      * meal slot, then the meal-by-meal trace. The meal table is in
      * date and slot order, so each week's meals follow on from the
      * last week's.
      *****************************************************************
       WRITE-CALENDAR-WEEK.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT) TO
               WS-WEEK-START
           MOVE WS-WEEK-START TO WS-DAY-DATE
           PERFORM SET-DAY-OF-WEEK
           MOVE WS-WEEK-START TO WS-EDIT-DATE
           MOVE SPACES TO CAL-LINE
           WRITE CAL-LINE
           MOVE SPACES TO CAL-LINE
           STRING "WEEK OF " DELIMITED BY SIZE
               WS-DOW-NAME (WS-DOW) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO CAL-LINE
           WRITE CAL-LINE

           MOVE SPACES TO CAL-LINE
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAYS-IN-WEEK
               COMPUTE WS-DAY-INT = WS-WEEK-START-INT + WS-DAY-IX - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-DATE
               PERFORM SET-DAY-OF-WEEK
               COMPUTE WS-CAL-COL = 12 + (WS-DAY-IX - 1) * 10
               MOVE WS-DOW-NAME (WS-DOW) TO CAL-LINE(WS-CAL-COL:3)
               MOVE WS-DD-MONTH TO CAL-LINE(WS-CAL-COL + 4:2)
               MOVE "/" TO CAL-LINE(WS-CAL-COL + 6:1)
               MOVE WS-DD-DAY TO CAL-LINE(WS-CAL-COL + 7:2)
           END-PERFORM
           WRITE CAL-LINE

           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 4
               MOVE SPACES TO CAL-LINE
               MOVE WS-SLOT-NAME (WS-SLOT-IX) TO CAL-LINE(1:9)
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > WS-DAYS-IN-WEEK
                   COMPUTE WS-DAY-INT =
                       WS-WEEK-START-INT + WS-DAY-IX - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO
                       WS-DAY-DATE
                   COMPUTE WS-CAL-COL = 12 + (WS-DAY-IX - 1) * 10
                   MOVE "-" TO CAL-LINE(WS-CAL-COL:1)
                   PERFORM VARYING WS-GRID-IX FROM 1 BY 1
                           UNTIL WS-GRID-IX > WS-MEAL-COUNT
                       IF WS-MEAL-DATE (WS-GRID-IX) = WS-DAY-DATE
                          AND WS-MEAL-SLOT (WS-GRID-IX) = WS-SLOT-IX
                           MOVE WS-MEAL-RECIPE (WS-GRID-IX) TO
                               CAL-LINE(WS-CAL-COL:6)
                       END-IF
                   END-PERFORM
               END-PERFORM
               WRITE CAL-LINE
           END-PERFORM

           COMPUTE WS-DAY-INT = WS-WEEK-START-INT + WS-DAYS-IN-WEEK - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-WORK
           PERFORM UNTIL WS-MEAL-IX > WS-MEAL-COUNT
               IF WS-MEAL-DATE (WS-MEAL-IX) > WS-DATE-WORK
                   EXIT PERFORM
               END-IF
               PERFORM WRITE-MEAL-TRACE
               ADD 1 TO WS-MEAL-IX
           END-PERFORM.

       WRITE-MEAL-TRACE.
           MOVE WS-MEAL-DATE (WS-MEAL-IX) TO WS-DAY-DATE
           PERFORM SET-DAY-OF-WEEK
           MOVE WS-DAY-DATE TO WS-EDIT-DATE
           MOVE WS-MEAL-SERVINGS (WS-MEAL-IX) TO WS-EDIT-SERVINGS
           MOVE SPACES TO CAL-LINE
           WRITE CAL-LINE
           MOVE SPACES TO CAL-LINE
           STRING WS-DOW-NAME (WS-DOW) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SLOT-NAME (WS-MEAL-SLOT (WS-MEAL-IX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MEAL-RECIPE (WS-MEAL-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MEAL-RECIPE-NAME (WS-MEAL-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-SERVINGS DELIMITED BY SIZE
               " SERVINGS  " DELIMITED BY SIZE
               WS-MEAL-EATERS (WS-MEAL-IX) DELIMITED BY SIZE
               INTO CAL-LINE
           WRITE CAL-LINE

           IF WS-MEAL-LINES (WS-MEAL-IX) = 0
               MOVE SPACES TO CAL-LINE
               STRING "    NO SUCH RECIPE OR NO SERVINGS - "
                   DELIMITED BY SIZE
                   "NOTHING LISTED FOR THIS MEAL" DELIMITED BY SIZE
                   INTO CAL-LINE
               WRITE CAL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TRACE-IX FROM 1 BY 1
                   UNTIL WS-TRACE-IX > WS-TRACE-COUNT
               IF WS-TRC-MEAL-IX (WS-TRACE-IX) = WS-MEAL-IX
                   PERFORM WRITE-INGREDIENT-TRACE
               END-IF
           END-PERFORM.

      *****************************************************************
      * One ingredient of a traced meal and what became of it on the
      * grocery list. A substitute's share is the meal's quantity
      * scaled by the same ratio the entry was listed at.
      *****************************************************************
       WRITE-INGREDIENT-TRACE.
           MOVE WS-TRC-ITEM-IX (WS-TRACE-IX) TO WS-ITEM-IX
           MOVE SPACES TO WS-TRACE-TEXT
           MOVE WS-BLD-LIST-LINE (WS-ITEM-IX) TO WS-EDIT-LINE-NO
           MOVE WS-BLD-LIST-QTY (WS-ITEM-IX) TO WS-EDIT-CAL-QTY
           EVALUATE TRUE
               WHEN WS-BLD-LISTED (WS-ITEM-IX)
                   STRING "LIST LINE " DELIMITED BY SIZE
                       WS-EDIT-LINE-NO DELIMITED BY SIZE
                       " QTY " DELIMITED BY SIZE
                       WS-EDIT-CAL-QTY DELIMITED BY SIZE
                       INTO WS-TRACE-TEXT
               WHEN WS-BLD-PART-NETTED (WS-ITEM-IX)
                   STRING "LIST LINE " DELIMITED BY SIZE
                       WS-EDIT-LINE-NO DELIMITED BY SIZE
                       " QTY " DELIMITED BY SIZE
                       WS-EDIT-CAL-QTY DELIMITED BY SIZE
                       " REST PANTRY" DELIMITED BY SIZE
                       INTO WS-TRACE-TEXT
               WHEN WS-BLD-COVERED (WS-ITEM-IX)
                   MOVE "COVERED BY PANTRY - NOT LISTED" TO
                       WS-TRACE-TEXT
               WHEN WS-BLD-NOT-ON-MASTER (WS-ITEM-IX)
                   MOVE "DROPPED - NOT ON PRICE MASTER" TO
                       WS-TRACE-TEXT
               WHEN WS-BLD-RETIRED (WS-ITEM-IX)
                   MOVE "DROPPED - ITEM RETIRED" TO WS-TRACE-TEXT
               WHEN WS-BLD-UNREADABLE (WS-ITEM-IX)
                   MOVE "DROPPED - PRICE MASTER READ FAILED" TO
                       WS-TRACE-TEXT
           END-EVALUATE

           IF WS-BLD-SUBST-FOR (WS-ITEM-IX) NOT = SPACES
               COMPUTE WS-EDIT-CAL-QTY ROUNDED =
                   WS-TRC-QTY (WS-TRACE-IX)
                       * WS-BLD-SUBST-RATIO (WS-ITEM-IX)
           ELSE
               MOVE WS-TRC-QTY (WS-TRACE-IX) TO WS-EDIT-CAL-QTY
           END-IF
           MOVE SPACES TO CAL-LINE
           STRING "    " DELIMITED BY SIZE
               WS-BLD-ITEM-CODE (WS-ITEM-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BLD-ITEM-NAME (WS-ITEM-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-CAL-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BLD-UOM (WS-ITEM-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TRACE-TEXT DELIMITED BY SIZE
               INTO CAL-LINE
           WRITE CAL-LINE

           IF WS-BLD-SUBST-FOR (WS-ITEM-IX) NOT = SPACES
               MOVE WS-TRC-QTY (WS-TRACE-IX) TO WS-EDIT-CAL-QTY
               MOVE SPACES TO CAL-LINE
               STRING "      SUBSTITUTED FOR " DELIMITED BY SIZE
                   WS-BLD-SUBST-FOR (WS-ITEM-IX) DELIMITED BY SIZE
                   " QTY " DELIMITED BY SIZE
                   WS-EDIT-CAL-QTY DELIMITED BY SIZE
                   " - RETIRED OR OFF THE PRICE MASTER"
                       DELIMITED BY SIZE
                   INTO CAL-LINE
               WRITE CAL-LINE
           END-IF.

       SET-DAY-OF-WEEK.
           COMPUTE WS-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE), 7) + 1.

       GET-UOM-FACTOR.
           MOVE "Y" TO WS-UOM-KNOWN-FLAG
           EVALUATE WS-UOM-WORK
