      * CM-ADDRESS-LINE/CM-CITY/CM-STATE/CM-ZIP: the billing address
      * block ProgramTwoStatements prints in the BILL TO area of each
      * customer statement.
      * CM-CREDIT-LIMIT: the most the customer may owe - AROPEN open
      *    items plus the night's net sales - before the ProgramTwo
      *    edit pass holds their sales on the credit-hold file.
      *    Zero means no limit has been set and the sales are never
      *    held for amount.
      * CM-CREDIT-HOLD: "Y" = every sale for the customer is held
      *    for credit review whatever the amount, "N" (or space) =
      *    not on hold.  Both are maintained by ProgramTwoCustMaint.
      * CM-MERGED-TO-ID: set by ProgramTwoCustMerge when this ID was
      *    a duplicate account merged into another - the customer is
      *    left inactive and this is the surviving ID its history,
      *    open items, rep and contracts were moved to.  The
      *    ProgramTwo edit pass posts a sale still keyed to this ID
      *    to the survivor.  Zero (or spaces, on records written
      *    before the field existed) means not merged.
      ****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-ID              PIC 9(5).
           05  CM-CITY                     PIC X(15).
           05  CM-STATE                    PIC X(2).
           05  CM-ZIP                      PIC X(9).
           05  CM-CREDIT-LIMIT             PIC 9(7)V99.
           05  CM-CREDIT-HOLD              PIC X(1).
           05  CM-MERGED-TO-ID             PIC 9(5).
           05  FILLER                      PIC X(3).
