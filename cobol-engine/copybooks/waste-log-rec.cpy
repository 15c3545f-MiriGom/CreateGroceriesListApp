      *****************************************************************
      * WASTE-LOG-REC.CPY
      * One record per pantry lot drawn down by a waste entry from
      * PANTRY-MAINT ("W"), appended to WASTELOG.DAT. A waste entry
      * that spans lots writes one record per lot, each carrying the
      * lot's purchase date so WASTE-RPT can value the quantity at
      * the price in force when it was bought. Stock on hand from
      * before lots were kept has no lot: its purchase date and lot
      * sequence are zero.
      *****************************************************************
       01  WASTE-LOG-REC.
           05  WL-WASTE-DATE       PIC 9(8).
           05  WL-WASTE-TIME       PIC 9(8).
           05  WL-ITEM-CODE        PIC X(6).
           05  WL-QTY              PIC 9(5)V99.
           05  WL-UOM              PIC X(2).
           05  WL-PURCH-DATE       PIC 9(8).
           05  WL-LOT-SEQ          PIC 9(3).
           05  WL-OPERATOR         PIC X(8).
           05  WL-REASON           PIC X(20).
