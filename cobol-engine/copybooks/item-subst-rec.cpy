      *****************************************************************
      * ITEM-SUBST-REC.CPY
      * Record layout for the keyed item substitution file
      * (ITEMSUB.DAT), keyed by the original item code plus a rank.
      * Maintained by SUBST-MAINT. When a list line's item is retired
      * or gone from the price master, PRODUCT-TOTAL and LIST-BUILD
      * try the item's substitutes in rank order (lowest first) and
      * take the first one that is active on the master.
      *
      * SB-QTY-RATIO is how much of the substitute replaces one unit
      * of the original, in the unit the line was written in - 1.0000
      * for a like-for-like swap, 0.5000 where the substitute comes
      * twice the size. SB-STORE-CODE limits the substitution to runs
      * priced at that store; spaces means it applies everywhere.
      *****************************************************************
       01  ITEM-SUBST-REC.
           05  SB-KEY.
               10  SB-ORIG-ITEM    PIC X(6).
               10  SB-RANK         PIC 9(2).
           05  SB-SUBST-ITEM       PIC X(6).
           05  SB-QTY-RATIO        PIC 9(3)V9(4).
           05  SB-STORE-CODE       PIC X(4).
           05  SB-SET-DATE         PIC 9(8).
