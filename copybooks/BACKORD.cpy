      ****************************************************************
      * BACKORD.cpy
      * Record layout for BACKORD.dat, the open backorder file -
      * the part of a customer order that could not ship from stock
      * when ProgramTwoOrderEntry allocated it.
      * BO-KEY orders the file product by product, oldest order
      * first within each product, so ProgramTwoReceiving can fill
      * a product's backorders oldest-first with one START and a run
      * of READ NEXTs.  BO-ORDER-NUMBER is the customer's order
      * number as keyed on the order.
      * BO-ORDERED-QTY is the quantity originally backordered and
      * BO-OPEN-QTY what is still to ship; a backorder filled in
      * full is deleted.
      * BO-UNIT-PRICE is the price the order was taken at (contract
      * price if the customer has one for the product, otherwise
      * PM-UNIT-PRICE), carried onto the release when it fills.
      * BO-LAST-FILL-DATE is the CCYYMMDD date of the last partial
      * fill, zero until the first one.
      ****************************************************************
       01  BACKORDER-RECORD.
           05  BO-KEY.
               10  BO-PRODUCT-ID           PIC X(3).
               10  BO-ORDER-DATE           PIC 9(8).
               10  BO-ORDER-NUMBER         PIC 9(6).
           05  BO-CUSTOMER-ID              PIC 9(5).
           05  BO-CUSTOMER-NAME            PIC X(25).
           05  BO-PRODUCT-NAME             PIC X(14).
           05  BO-ORDERED-QTY              PIC 9(3).
           05  BO-OPEN-QTY                 PIC 9(3).
           05  BO-UNIT-PRICE               PIC 999V99.
           05  BO-LAST-FILL-DATE           PIC 9(8).
           05  FILLER                      PIC X(10).
