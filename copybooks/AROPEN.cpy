      * AROPEN.cpy
      * Record layout for the accounts receivable open-item file
      * (AROPEN.dat), keyed by customer ID plus the extract batch
      * number the item was posted in plus the item type.
      * ProgramTwoStatements posts one open item per customer per
      * run carrying that statement's NET AMOUNT DUE, so the number
      * on the statement finally survives the run that printed it;
      * ProgramTwoCollections adds a separate item for each late
      * finance charge it assesses; ProgramTwoCashPosting
      * relieves the items from keyed cash receipts and from the
      * credit balances on the credit balance summary, and
      * ProgramTwoAgedTrial ages whatever is still open.
      * be traced back to the statement it settled.
      * AR-STATEMENT-DATE: CCYYMMDD date the statement run posted
      * the item - the aged trial balance ages from this date.
      * AR-ITEM-TYPE: "S" = statement item posted by
      * ProgramTwoStatements, "F" = late finance charge assessed by
      * ProgramTwoCollections.  It is the last part of AR-KEY, so a
      * finance charge can be posted in the same batch as that
      * night's statement item for the customer without the two
      * colliding; no batch is ever numbered zero, so a START at
      * customer ID plus batch zero still finds every item for the
      * customer whatever the item type.
      ****************************************************************
       01  AR-OPEN-ITEM-RECORD.
           05  AR-KEY.
               10  AR-CUSTOMER-ID          PIC 9(5).
               10  AR-BATCH-NUMBER         PIC 9(6).
               10  AR-ITEM-TYPE            PIC X(1).
           05  AR-CUSTOMER-NAME            PIC X(25).
           05  AR-STATEMENT-DATE           PIC 9(8).
           05  AR-ORIGINAL-AMOUNT          PIC S9(8)V99.
           05  AR-OPEN-AMOUNT              PIC S9(8)V99.
           05  AR-STATUS                   PIC X(1).
           05  FILLER                      PIC X(7).
