      ****************************************************************
      * INVADJ.cpy
      * Record layout for the ASHRALS, Ltd. inventory adjustment
      * history (InventoryAdjustmentHistory.dat).  One record is
      * added for every adjustment posted to IM-ON-HAND-QTY outside
      * the sales and receiving passes; the file is only ever
      * extended, never rewritten, so shrinkage can be measured
      * over any period rather than overwritten by a reload.
      * AJ-REASON-CODE: "CC" = cycle count variance.
      * AJ-SHEET-DATE/AJ-FROZEN-QTY/AJ-COUNTED-QTY: the count the
      *    adjustment came from - the on-hand frozen when the sheet
      *    was printed and the quantity finally counted.
      * AJ-ADJUST-QTY: counted less frozen, the quantity added to
      *    (or, negative, taken from) on-hand.
      * AJ-ADJUST-VALUE: AJ-ADJUST-QTY at AJ-UNIT-PRICE, the
      *    product master price on the day it was posted.
      ****************************************************************
       01  INVENTORY-ADJUSTMENT-RECORD.
           05  AJ-PRODUCT-ID               PIC X(3).
           05  AJ-ADJUST-DATE              PIC 9(8).
           05  AJ-REASON-CODE              PIC X(2).
           05  AJ-SHEET-DATE               PIC 9(8).
           05  AJ-FROZEN-QTY               PIC S9(5).
           05  AJ-COUNTED-QTY              PIC 9(5).
           05  AJ-ADJUST-QTY               PIC S9(5).
           05  AJ-ON-HAND-BEFORE           PIC S9(5).
           05  AJ-ON-HAND-AFTER            PIC S9(5).
           05  AJ-UNIT-PRICE               PIC 999V99.
           05  AJ-ADJUST-VALUE             PIC S9(7)V99.
           05  AJ-APPROVED-BY              PIC X(10).
           05  FILLER                      PIC X(10).
