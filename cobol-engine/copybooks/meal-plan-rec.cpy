      *****************************************************************
      * MEAL-PLAN-REC.CPY
      * Record layout for the keyed meal-plan file (MEALPLAN.DAT).
      * One record per planned meal, keyed by the date it is eaten
      * plus the meal slot, so a week reads off in date and meal
      * order in one keyed sweep. MP-RECIPE-CODE names a recipe on
      * RECIPE.DAT, MP-SERVINGS is how many servings to cook and
      * MP-EATERS is free text saying who is eating. Maintained by
      * MEAL-MAINT, exploded into grocery list lines by LIST-BUILD
      * in PLAN mode.
      *****************************************************************
       01  MEAL-PLAN-REC.
           05  MP-KEY.
               10  MP-PLAN-DATE    PIC 9(8).
               10  MP-MEAL-SLOT    PIC 9(1).
                   88  MP-BREAKFAST     VALUE 1.
                   88  MP-LUNCH         VALUE 2.
                   88  MP-DINNER        VALUE 3.
                   88  MP-SNACK         VALUE 4.
           05  MP-RECIPE-CODE      PIC X(6).
           05  MP-SERVINGS         PIC 9(3).
           05  MP-EATERS           PIC X(20).
