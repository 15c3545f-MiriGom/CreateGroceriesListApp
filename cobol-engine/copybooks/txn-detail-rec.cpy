      * retyping. Quantity and unit price are carried as priced (in
      * the pricing unit, after any line-unit conversion) so
      * TD-QTY * TD-UNIT-PRICE reproduces TD-EXT-PRICE.
      *
      * TD-ENTRY-TYPE marks the offsetting lines VOID-RUN writes to
      * back a run out: a reversal line repeats the original line's
      * run ID, run date, line number and amounts unsigned, and every
      * reader subtracts it, so a voided run and its reversal net to
      * zero. Original lines carry a space.
      *
      * TD-SUBST-FOR-ITEM is set when PRODUCT-TOTAL priced the line
      * with a substitute from ITEMSUB.DAT because the item listed was
      * retired or gone from the price master: TD-ITEM-CODE is then
      * the substitute and TD-SUBST-FOR-ITEM the item listed.
      * TD-ORIG-EXT-PRICE is what the original would have cost for
      * the line at its last price (zero when it could not be priced -
      * not on the master, or in an incompatible unit). Both are
      * spaces/zero on a line that was not substituted.
      *****************************************************************
       01  TXN-DETAIL-REC.
           05  TD-RUN-DATE         PIC 9(8).
           05  TD-ITEM-TAX         PIC 9(7)V99.
           05  TD-REQUESTER        PIC X(8).
           05  TD-RUN-ID           PIC 9(6).
           05  TD-ENTRY-TYPE       PIC X(1).
               88  TD-ORIGINAL-ENTRY    VALUE SPACE.
               88  TD-REVERSAL-ENTRY    VALUE "V".
           05  TD-SUBST-FOR-ITEM   PIC X(6).
           05  TD-ORIG-EXT-PRICE   PIC 9(7)V99.
