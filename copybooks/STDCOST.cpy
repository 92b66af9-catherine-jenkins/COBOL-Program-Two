      ****************************************************************
      * STDCOST.cpy
      * Record layout for STDCOST.dat, the standard unit cost file,
      * keyed by product ID plus the CCYYMMDD date the cost takes
      * effect.  PRODMAST carries only the selling price; this file
      * carries what each unit costs us, maintained by
      * ProgramTwoStdCostMaint.  A new cost is added under its own
      * effective date rather than overwriting the old one, so a
      * sale is always costed at the standard in force on the day it
      * took place: the cost for a product on a given date is the
      * record for that product with the latest SC-EFFECTIVE-DATE
      * not after it.  A product with no record on or before the
      * date has no standard cost.
      * SC-ENTERED-DATE is the CCYYMMDD date the cost was keyed or
      * last changed.
      ****************************************************************
       01  STANDARD-COST-RECORD.
           05  SC-KEY.
               10  SC-PRODUCT-ID           PIC X(3).
               10  SC-EFFECTIVE-DATE       PIC 9(8).
           05  SC-STANDARD-COST            PIC 999V99.
           05  SC-ENTERED-DATE             PIC 9(8).
           05  FILLER                      PIC X(6).
