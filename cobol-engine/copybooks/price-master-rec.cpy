      * the primary key). Shared by PRODUCT-TOTAL (lookup) and
      * PRICE-MAINT (add/update/retire). PM-PRICE-UOM is the unit the
      * price is quoted per (EA, LB, KG, OZ - spaces means EA).
      * PM-SHELF-LIFE-DAYS is how long the item keeps once bought;
      * PRODUCT-TOTAL dates each pantry lot's expiry from it. Zero
      * means the item keeps indefinitely and its lots never expire.
      * The field took the record from 46 to 50 bytes: a master
      * written before it is converted once with PRICE-CONV (unload,
      * recreate, reload with shelf life 0), which also zeroes any
      * shelf life left non-numeric by a restore from an older
      * GROC-BACKUP generation.
      *****************************************************************
       01  PRICE-MASTER-REC.
           05  PM-ITEM-CODE        PIC X(6).
               88  PM-ACTIVE            VALUE "A".
               88  PM-RETIRED           VALUE "R".
           05  PM-PRICE-UOM        PIC X(2).
           05  PM-SHELF-LIFE-DAYS  PIC 9(4).
