      ****************************************************************
      * CRHOLD.cpy
      * Record layout for the ASHRALS, Ltd. credit hold file.  The
      * ProgramTwo edit pass writes one record per validated sale it
      * holds back for credit review to CreditHoldFile.txt; held
      * sales not yet released or dropped wait on
      * CreditHoldCarry.txt in the same layout.  ProgramTwoCreditHold
      * lists both files, and ProgramTwoCreditRelease works them
      * against the credit department's release transactions.
      * HD-REASON-CODE: "CH" = customer is flagged for credit hold
      *    on the customer master, "CL" = open items plus the run's
      *    net sales were over the customer's credit limit.
      * HD-CREDIT-LIMIT/HD-OPEN-AMOUNT/HD-NET-SALES: the figures the
      *    decision was made on - the limit on the master, the
      *    customer's AROPEN open items, and the net value of all of
      *    the customer's sales in the run that held them.
      * HD-HOLD-DATE: CCYYMMDD date the sale was held.
      * HD-SALES-RECORD: the held sale, in the sales extract layout,
      *    exactly as it will be posted once released.
      ****************************************************************
       01  CREDIT-HOLD-RECORD.
           05  HD-CUSTOMER-ID              PIC 9(5).
           05  HD-BATCH-NUMBER             PIC 9(6).
           05  HD-HOLD-DATE                PIC 9(8).
           05  HD-REASON-CODE              PIC X(2).
           05  HD-REASON-TEXT              PIC X(20).
           05  HD-CREDIT-LIMIT             PIC 9(7)V99.
           05  HD-OPEN-AMOUNT              PIC S9(9)V99.
           05  HD-NET-SALES                PIC S9(9)V99.
           05  HD-SALES-RECORD             PIC X(64).
           05  FILLER                      PIC X(8).
