       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEAL-MAINT.

      *****************************************************************
      * Maintains the meal-plan calendar (MEALPLAN.DAT) that
      * LIST-BUILD explodes in PLAN mode, so the week's menu is kept
      * on file instead of retyped as recipe arguments. A meal is a
      * plan date plus a meal slot - B(REAKFAST), L(UNCH), D(INNER)
      * or S(NACK) - naming a recipe, the servings to cook and who
      * is eating. Every recipe entered is checked against
      * RECIPE.DAT, so a plan always explodes.
      *
      * Copy-forward repeats a run of days (a week by default) at a
      * later date - last week's plan becomes this week's starting
      * point. Meals already planned on a target day are kept, not
      * overwritten, and reported. Clear removes every meal in a run
      * of days. Every meal entered, replanned, copied or dropped is
      * journaled to MAINTJRN.DAT with its record before and after.
      *
      * Usage:
      *   meal-maint A date slot recipe-code servings [who ...]
      *                                      (enter or replace a meal)
      *   meal-maint D date slot             (drop one meal)
      *   meal-maint C from-date to-date [days]  (copy days forward)
      *   meal-maint X start-date [days]     (clear days)
      *   meal-maint L start-date [days]     (list days)
      *
      * Dates are YYYYMMDD; days defaults to 7.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEAL-PLAN ASSIGN TO "MEALPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT RECIPE-MASTER ASSIGN TO "RECIPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECIPE-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEAL-PLAN.
           COPY "meal-plan-rec.cpy".

       FD  RECIPE-MASTER.
           COPY "recipe-rec.cpy".

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PLAN-STATUS       PIC XX.
       01  WS-RECIPE-STATUS     PIC XX.
       01  WS-JRNL-STATUS       PIC XX.
       01  WS-JRNL-DATETIME     PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE      PIC X(60).
       01  WS-JOURNAL-FLAG      PIC X VALUE "N".
           88  WS-JOURNAL-OPEN       VALUE "Y".
       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-ARG-IX            PIC 9(4).
       01  WS-ACTION-CODE       PIC X(1).

       01  WS-PLAN-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).
       01  WS-END-DATE          PIC 9(8).
       01  WS-DAYS              PIC 9(3) VALUE 7.
       01  WS-SHIFT-DAYS        PIC S9(7).
       01  WS-DATE-WORK         PIC 9(8).
       01  WS-MEAL-SLOT         PIC 9(1).
       01  WS-RECIPE-CODE       PIC X(6).
       01  WS-RECIPE-NAME       PIC X(20).
       01  WS-SERVINGS          PIC 9(3).
       01  WS-EATERS            PIC X(20).
       01  WS-EATERS-PTR        PIC 9(3).

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-PLAN           VALUE "Y".
       01  WS-RECIPE-FOUND-FLAG PIC X VALUE "N".
           88  WS-RECIPE-FOUND       VALUE "Y".
       01  WS-ARGS-OK-FLAG      PIC X VALUE "Y".
           88  WS-ARGS-OK            VALUE "Y".

       01  WS-MEAL-COUNT        PIC 9(4) VALUE 0.
       01  WS-KEPT-COUNT        PIC 9(4) VALUE 0.

      *****************************************************************
      * Copy-forward gathers the source days first and writes after,
      * so a target range that overlaps the source never re-reads
      * meals it has just written.
      *****************************************************************
       01  WS-COPY-COUNT        PIC 9(4) VALUE 0.
       01  WS-COPY-IX           PIC 9(4).
       01  WS-COPY-TABLE.
           05  WS-COPY-ENTRY OCCURS 200 TIMES.
               10  WS-CPY-MEAL-REC     PIC X(38).

       01  WS-SLOT-NAME-INIT.
           05  FILLER PIC X(9) VALUE "BREAKFAST".
           05  FILLER PIC X(9) VALUE "LUNCH".
           05  FILLER PIC X(9) VALUE "DINNER".
           05  FILLER PIC X(9) VALUE "SNACK".
       01  WS-SLOT-NAME-TABLE REDEFINES WS-SLOT-NAME-INIT.
           05  WS-SLOT-NAME OCCURS 4 TIMES PIC X(9).

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

       01  WS-EDIT-DATE         PIC 9999/99/99.
       01  WS-EDIT-SERVINGS     PIC ZZ9.
       01  WS-LIST-LINE         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM SHOW-USAGE
               STOP RUN
           END-IF

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1))
               TO WS-ACTION-CODE

           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   IF WS-ARG-COUNT < 5
                       PERFORM SHOW-USAGE
                       STOP RUN
                   END-IF
               WHEN "D"
               WHEN "C"
                   IF WS-ARG-COUNT < 3
                       PERFORM SHOW-USAGE
                       STOP RUN
                   END-IF
               WHEN "X"
               WHEN "L"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION CODE: " WS-ACTION-CODE
                   STOP RUN
           END-EVALUATE

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM EDIT-DATE-ARG
           IF NOT WS-ARGS-OK
               STOP RUN
           END-IF
           MOVE WS-DATE-WORK TO WS-PLAN-DATE

           IF WS-ACTION-CODE NOT = "L"
               PERFORM OPEN-JOURNAL
           END-IF

           OPEN I-O MEAL-PLAN
           IF WS-PLAN-STATUS = "35"
               CLOSE MEAL-PLAN
               OPEN OUTPUT MEAL-PLAN
               CLOSE MEAL-PLAN
               OPEN I-O MEAL-PLAN
           END-IF
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MEAL PLAN FILE - STATUS "
                   WS-PLAN-STATUS
               IF WS-JOURNAL-OPEN
                   CLOSE MAINT-JOURNAL
               END-IF
               STOP RUN
           END-IF

           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   PERFORM ADD-MEAL
               WHEN "D"
                   PERFORM DROP-MEAL
               WHEN "C"
                   PERFORM COPY-FORWARD
               WHEN "X"
                   PERFORM CLEAR-DAYS
               WHEN "L"
                   PERFORM LIST-DAYS
           END-EVALUATE

           CLOSE MEAL-PLAN
           IF WS-JOURNAL-OPEN
               CLOSE MAINT-JOURNAL
           END-IF

           STOP RUN.

       SHOW-USAGE.
           DISPLAY "USAGE: meal-maint A date slot recipe-code "
               "servings [who ...]"
           DISPLAY "       meal-maint D date slot"
           DISPLAY "       meal-maint C from-date to-date [days]"
           DISPLAY "       meal-maint X start-date [days]"
           DISPLAY "       meal-maint L start-date [days]"
           DISPLAY "       (slot B, L, D or S - dates YYYYMMDD)".

       EDIT-DATE-ARG.
           MOVE "Y" TO WS-ARGS-OK-FLAG
           IF WS-ARG-VALUE(1:8) NOT NUMERIC
                   OR WS-ARG-VALUE(9:12) NOT = SPACES
               DISPLAY "DATE MUST BE YYYYMMDD: " WS-ARG-VALUE
               MOVE "N" TO WS-ARGS-OK-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-VALUE(1:8) TO WS-DATE-WORK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
               DISPLAY "NOT A CALENDAR DATE: " WS-ARG-VALUE
               MOVE "N" TO WS-ARGS-OK-FLAG
           END-IF.

       EDIT-SLOT-ARG.
           MOVE "Y" TO WS-ARGS-OK-FLAG
           EVALUATE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1))
               WHEN "B"
                   MOVE 1 TO WS-MEAL-SLOT
               WHEN "L"
                   MOVE 2 TO WS-MEAL-SLOT
               WHEN "D"
                   MOVE 3 TO WS-MEAL-SLOT
               WHEN "S"
                   MOVE 4 TO WS-MEAL-SLOT
               WHEN OTHER
                   DISPLAY "MEAL SLOT MUST BE B, L, D OR S: "
                       WS-ARG-VALUE
                   MOVE "N" TO WS-ARGS-OK-FLAG
           END-EVALUATE.

      *****************************************************************
      * The optional day count for C, X and L - the argument after
      * the dates.
      *****************************************************************
       GET-DAYS-ARG.
           IF WS-ARG-IX <= WS-ARG-COUNT
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-DAYS
               IF WS-DAYS = 0
                   MOVE 7 TO WS-DAYS
               END-IF
           END-IF
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PLAN-DATE) + WS-DAYS - 1).

      *****************************************************************
      * Enters a meal, replacing one already planned in the slot.
      * The recipe must have at least one line on RECIPE.DAT.
      *****************************************************************
       ADD-MEAL.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM EDIT-SLOT-ARG
           IF NOT WS-ARGS-OK
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:6) TO WS-RECIPE-CODE

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-SERVINGS
           IF WS-SERVINGS = 0
               DISPLAY "ADD FAILED - SERVINGS MUST BE 1 OR MORE"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EATERS
           MOVE 1 TO WS-EATERS-PTR
           PERFORM VARYING WS-ARG-IX FROM 6 BY 1
                   UNTIL WS-ARG-IX > WS-ARG-COUNT
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-EATERS-PTR > 1 AND WS-EATERS-PTR < 20
                   STRING " " DELIMITED BY SIZE
                       INTO WS-EATERS WITH POINTER WS-EATERS-PTR
               END-IF
               IF WS-EATERS-PTR < 21
                   STRING FUNCTION UPPER-CASE(WS-ARG-VALUE)
                           DELIMITED BY SPACE
                       INTO WS-EATERS WITH POINTER WS-EATERS-PTR
                   END-STRING
               END-IF
           END-PERFORM

           PERFORM FIND-RECIPE
           IF NOT WS-RECIPE-FOUND
               DISPLAY "ADD FAILED - NO SUCH RECIPE: " WS-RECIPE-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PLAN-DATE TO MP-PLAN-DATE
           MOVE WS-MEAL-SLOT TO MP-MEAL-SLOT
           READ MEAL-PLAN
               INVALID KEY
                   MOVE WS-RECIPE-CODE TO MP-RECIPE-CODE
                   MOVE WS-SERVINGS TO MP-SERVINGS
                   MOVE WS-EATERS TO MP-EATERS
                   WRITE MEAL-PLAN-REC
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   SET MJ-ADD TO TRUE
                   PERFORM JOURNAL-MEAL-CHANGE
                   DISPLAY "PLANNED: " MP-PLAN-DATE " "
                       WS-SLOT-NAME(MP-MEAL-SLOT) " " MP-RECIPE-CODE
                       " " WS-RECIPE-NAME
               NOT INVALID KEY
                   MOVE MEAL-PLAN-REC TO WS-BEFORE-IMAGE
                   MOVE WS-RECIPE-CODE TO MP-RECIPE-CODE
                   MOVE WS-SERVINGS TO MP-SERVINGS
                   MOVE WS-EATERS TO MP-EATERS
                   REWRITE MEAL-PLAN-REC
                   SET MJ-UPDATE TO TRUE
                   PERFORM JOURNAL-MEAL-CHANGE
                   DISPLAY "REPLANNED: " MP-PLAN-DATE " "
                       WS-SLOT-NAME(MP-MEAL-SLOT) " " MP-RECIPE-CODE
                       " " WS-RECIPE-NAME
           END-READ.

       FIND-RECIPE.
           MOVE "N" TO WS-RECIPE-FOUND-FLAG
           MOVE SPACES TO WS-RECIPE-NAME
           OPEN INPUT RECIPE-MASTER
           IF WS-RECIPE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RECIPE MASTER FILE - STATUS "
                   WS-RECIPE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RECIPE-CODE TO RCP-RECIPE-CODE
           MOVE 0 TO RCP-INGR-SEQ
           START RECIPE-MASTER KEY NOT < RCP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RECIPE-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RCP-RECIPE-CODE = WS-RECIPE-CODE
                               SET WS-RECIPE-FOUND TO TRUE
                               MOVE RCP-RECIPE-NAME TO WS-RECIPE-NAME
                           END-IF
                   END-READ
           END-START

           CLOSE RECIPE-MASTER.

       DROP-MEAL.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM EDIT-SLOT-ARG
           IF NOT WS-ARGS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PLAN-DATE TO MP-PLAN-DATE
           MOVE WS-MEAL-SLOT TO MP-MEAL-SLOT
           READ MEAL-PLAN
               INVALID KEY
                   DISPLAY "NO MEAL PLANNED FOR " WS-PLAN-DATE " "
                       WS-SLOT-NAME(WS-MEAL-SLOT)
               NOT INVALID KEY
                   PERFORM DROP-ONE-MEAL
                   DISPLAY "DROPPED: " WS-PLAN-DATE " "
                       WS-SLOT-NAME(WS-MEAL-SLOT)
           END-READ.

      *****************************************************************
      * Deletes the meal just read and journals it, the image read
      * being the before image.
      *****************************************************************
       DROP-ONE-MEAL.
           MOVE MEAL-PLAN-REC TO WS-BEFORE-IMAGE
           DELETE MEAL-PLAN
               INVALID KEY
                   DISPLAY "UNABLE TO DROP " MP-PLAN-DATE " "
                       WS-SLOT-NAME(MP-MEAL-SLOT) " - STATUS "
                       WS-PLAN-STATUS
               NOT INVALID KEY
                   SET MJ-DROP TO TRUE
                   PERFORM JOURNAL-MEAL-CHANGE
           END-DELETE.

      *****************************************************************
      * Repeats the meals of the source days at the same offset from
      * the target date: the source's first day lands on the target
      * date, its second day on the day after, and so on.
      *****************************************************************
       COPY-FORWARD.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           PERFORM EDIT-DATE-ARG
           IF NOT WS-ARGS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-WORK TO WS-TO-DATE
           MOVE 4 TO WS-ARG-IX
           PERFORM GET-DAYS-ARG

           IF WS-TO-DATE = WS-PLAN-DATE
               DISPLAY "COPY FAILED - FROM AND TO DATES ARE THE SAME"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SHIFT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-PLAN-DATE)

           MOVE 0 TO WS-COPY-COUNT
           PERFORM START-AT-PLAN-DATE
           PERFORM UNTIL WS-EOF-PLAN
               PERFORM READ-NEXT-IN-RANGE
               IF NOT WS-EOF-PLAN
                   IF WS-COPY-COUNT < 200
                       ADD 1 TO WS-COPY-COUNT
                       MOVE MEAL-PLAN-REC TO
                           WS-CPY-MEAL-REC(WS-COPY-COUNT)
                   ELSE
                       DISPLAY "COPY TABLE FULL - COPY FEWER DAYS"
                       SET WS-EOF-PLAN TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-COPY-IX FROM 1 BY 1
                   UNTIL WS-COPY-IX > WS-COPY-COUNT
               MOVE WS-CPY-MEAL-REC(WS-COPY-IX) TO MEAL-PLAN-REC
               COMPUTE MP-PLAN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(MP-PLAN-DATE)
                   + WS-SHIFT-DAYS)
               WRITE MEAL-PLAN-REC
                   INVALID KEY
                       ADD 1 TO WS-KEPT-COUNT
                       DISPLAY "ALREADY PLANNED - KEPT: " MP-PLAN-DATE
                           " " WS-SLOT-NAME(MP-MEAL-SLOT)
                   NOT INVALID KEY
                       ADD 1 TO WS-MEAL-COUNT
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       SET MJ-ADD TO TRUE
                       PERFORM JOURNAL-MEAL-CHANGE
               END-WRITE
           END-PERFORM

           DISPLAY "COPIED " WS-MEAL-COUNT " MEAL(S) TO " WS-TO-DATE
               " - " WS-KEPT-COUNT " ALREADY PLANNED AND KEPT".

      *****************************************************************
      * Deletes every meal in the range by repeated first-read, the
      * way RECIPE-MAINT drops a whole recipe.
      *****************************************************************
       CLEAR-DAYS.
           MOVE 3 TO WS-ARG-IX
           PERFORM GET-DAYS-ARG

           PERFORM START-AT-PLAN-DATE
           PERFORM READ-NEXT-IN-RANGE
           PERFORM UNTIL WS-EOF-PLAN
               PERFORM DROP-ONE-MEAL
               ADD 1 TO WS-MEAL-COUNT
               PERFORM START-AT-PLAN-DATE
               PERFORM READ-NEXT-IN-RANGE
           END-PERFORM

           DISPLAY "CLEARED " WS-MEAL-COUNT " MEAL(S) FROM "
               WS-PLAN-DATE " THROUGH " WS-END-DATE.

       LIST-DAYS.
           MOVE 3 TO WS-ARG-IX
           PERFORM GET-DAYS-ARG

           PERFORM START-AT-PLAN-DATE
           PERFORM UNTIL WS-EOF-PLAN
               PERFORM READ-NEXT-IN-RANGE
               IF NOT WS-EOF-PLAN
                   ADD 1 TO WS-MEAL-COUNT
                   PERFORM SHOW-MEAL
               END-IF
           END-PERFORM

           IF WS-MEAL-COUNT = 0
               DISPLAY "NO MEALS PLANNED FROM " WS-PLAN-DATE
                   " THROUGH " WS-END-DATE
           END-IF.

       SHOW-MEAL.
           MOVE MP-PLAN-DATE TO WS-EDIT-DATE
           MOVE MP-SERVINGS TO WS-EDIT-SERVINGS
           COMPUTE WS-DOW =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(MP-PLAN-DATE),
                   7) + 1
           MOVE SPACES TO WS-LIST-LINE
           STRING WS-DOW-NAME(WS-DOW) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SLOT-NAME(MP-MEAL-SLOT) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MP-RECIPE-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-SERVINGS DELIMITED BY SIZE
               " SERVING(S)  " DELIMITED BY SIZE
               MP-EATERS DELIMITED BY SIZE
               INTO WS-LIST-LINE
           DISPLAY WS-LIST-LINE.

       START-AT-PLAN-DATE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-PLAN-DATE TO MP-PLAN-DATE
           MOVE 0 TO MP-MEAL-SLOT
           START MEAL-PLAN KEY NOT < MP-KEY
               INVALID KEY
                   SET WS-EOF-PLAN TO TRUE
           END-START.

       READ-NEXT-IN-RANGE.
           IF NOT WS-EOF-PLAN
               READ MEAL-PLAN NEXT RECORD
                   AT END
                       SET WS-EOF-PLAN TO TRUE
               END-READ
               IF NOT WS-EOF-PLAN AND MP-PLAN-DATE > WS-END-DATE
                   SET WS-EOF-PLAN TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * The maintenance journal is opened for extend before the meal
      * plan, so a change is never made that cannot be journaled.
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
      * Journals one meal entered, replanned, copied or dropped. The
      * caller saves the meal as it was in WS-BEFORE-IMAGE (spaces
      * for an add); the after image is the meal as written, or
      * spaces for a drop.
      *****************************************************************
       JOURNAL-MEAL-CHANGE.
           MOVE "MEALPLAN" TO MJ-FILE-ID
           MOVE MP-KEY TO MJ-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           IF MJ-DROP
               MOVE SPACES TO MJ-AFTER-IMAGE
           ELSE
               MOVE MEAL-PLAN-REC TO MJ-AFTER-IMAGE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATETIME
           MOVE WS-JRNL-DATETIME(1:8) TO MJ-JRNL-DATE
           MOVE WS-JRNL-DATETIME(9:8) TO MJ-JRNL-TIME
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE "MEAL-MAINT" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.
