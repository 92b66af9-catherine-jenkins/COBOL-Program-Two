      ****************************************************************
      * FINCHG.cpy
      * Record layout for the ASHRALS, Ltd. finance charge posting
      * file (FinanceChargeFile.txt).  ProgramTwoCollections adds
      * one record for every late finance charge it posts to
      * AROPEN.dat; ProgramTwoGLExtract turns each into a
      * receivable debit and a finance-income credit on the general
      * ledger interface file and clears the file once the
      * interface file it went into balances.
      * FC-BATCH-NUMBER: the batch the charge was posted in - with
      *    the customer ID and item type "F" it is the key of the
      *    open item on AROPEN.dat.
      * FC-CHARGE-DATE: CCYYMMDD date the charge was assessed, used
      *    as the ledger posting date.
      ****************************************************************
       01  FINANCE-CHARGE-RECORD.
           05  FC-CUSTOMER-ID              PIC 9(5).
           05  FC-BATCH-NUMBER             PIC 9(6).
           05  FC-CHARGE-DATE              PIC 9(8).
           05  FC-CHARGE-AMOUNT            PIC 9(7)V99.
           05  FILLER                      PIC X(12).
