      *****************************************************************
      * MAINT-JRNL-REC.CPY
      * One record per change to a keyed master, appended to the
      * shared maintenance journal (MAINTJRN.DAT) by PRICE-MAINT,
      * PRICE-INQ, TAX-MAINT, AISLE-MAINT, RECIPE-MAINT, PANTRY-MAINT,
      * MEAL-MAINT, SUBST-MAINT and NUTR-MAINT, and read by MAINT-RPT.
      * GROC-RESTORE journals one RESTORE entry per file it reloads
      * from a backup generation, with the record counts either side
      * in the images.
      *
      * MJ-FILE-ID is the data file's name without the .DAT. The
      * before and after images are the whole record as it stood
      * either side of the change - an add has no before image and a
      * drop (or a pantry lot used up) has no after image. Usage and
      * waste journal the pantry balance and every lot drawn.
      *****************************************************************
       01  MAINT-JRNL-REC.
           05  MJ-JRNL-DATE        PIC 9(8).
           05  MJ-JRNL-TIME        PIC 9(8).
           05  MJ-OPERATOR         PIC X(8).
           05  MJ-PROGRAM          PIC X(12).
           05  MJ-FILE-ID          PIC X(10).
           05  MJ-ACTION           PIC X(8).
               88  MJ-ADD               VALUE "ADD".
               88  MJ-UPDATE            VALUE "UPDATE".
               88  MJ-RETIRE            VALUE "RETIRE".
               88  MJ-DROP              VALUE "DROP".
               88  MJ-USAGE             VALUE "USAGE".
               88  MJ-WASTE             VALUE "WASTE".
               88  MJ-RESTORE           VALUE "RESTORE".
           05  MJ-RECORD-KEY       PIC X(20).
           05  MJ-BEFORE-IMAGE     PIC X(60).
           05  MJ-AFTER-IMAGE      PIC X(60).
