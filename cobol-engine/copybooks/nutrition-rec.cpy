      *****************************************************************
      * NUTRITION-REC.CPY
      * Record layout for the keyed nutrition file (NUTRITION.DAT),
      * one record per item code (NU-ITEM-CODE is the primary key,
      * validated against PM-ITEM-CODE when the record is set).
      * Maintained by NUTR-MAINT; read by RECIPE-NUTR and WEEK-NUTR.
      *
      * The figures are for NU-BASIS-QTY of the item in NU-BASIS-UOM
      * (EA, LB, KG or OZ - the units RECIPE-COST converts between),
      * as printed on the label: per 1 EA, per 4 OZ and so on. A
      * quantity in another unit of the same kind - weight to weight,
      * each to each - is converted to the basis unit and scaled by
      * the basis quantity. Calories are kcal, protein, fat and
      * carbohydrate grams, sodium milligrams.
      *****************************************************************
       01  NUTRITION-REC.
           05  NU-ITEM-CODE        PIC X(6).
           05  NU-BASIS-QTY        PIC 9(3)V999.
           05  NU-BASIS-UOM        PIC X(2).
           05  NU-CALORIES         PIC 9(5)V9.
           05  NU-PROTEIN-G        PIC 9(4)V99.
           05  NU-FAT-G            PIC 9(4)V99.
           05  NU-CARB-G           PIC 9(4)V99.
           05  NU-SODIUM-MG        PIC 9(6).
           05  NU-SET-DATE         PIC 9(8).
