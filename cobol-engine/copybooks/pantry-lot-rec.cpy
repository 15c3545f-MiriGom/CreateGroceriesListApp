      *****************************************************************
      * PANTRY-LOT-REC.CPY
      * Record layout for the keyed pantry lot file (PANTRYLOT.DAT),
      * one record per purchase posted into the pantry, keyed by item
      * code, purchase date and a sequence within the day. The lots of
      * an item break its PANTRY-STOCK on-hand balance down by when it
      * was bought: PRODUCT-TOTAL writes a lot for every posting,
      * PANTRY-MAINT draws usage and waste from the oldest lot first
      * (deleting a lot once it is used up), VOID-RUN takes a voided
      * run's lots back, and EXPIRY-RPT lists lots by expiry date.
      * Quantities are in the item's pantry stock unit. An expiry
      * date of zero means the item has no shelf life on the price
      * master and the lot does not expire.
      *****************************************************************
       01  PANTRY-LOT-REC.
           05  PL-KEY.
               10  PL-ITEM-CODE    PIC X(6).
               10  PL-PURCH-DATE   PIC 9(8).
               10  PL-LOT-SEQ      PIC 9(3).
           05  PL-ORIG-QTY         PIC 9(5)V99.
           05  PL-REMAIN-QTY       PIC 9(5)V99.
           05  PL-UOM              PIC X(2).
           05  PL-EXPIRY-DATE      PIC 9(8).
           05  PL-RUN-ID           PIC 9(6).
