      ****************************************************************
      * DUNHIST.cpy
      * Record layout for the ASHRALS, Ltd. dunning history file
      * (DUNHIST.dat), keyed by customer ID.  ProgramTwoCollections
      * keeps one record per customer it has ever found past due,
      * so each night's run knows which letter the customer was
      * last sent and when, and when a finance charge was last
      * assessed - the same letter is not sent again every night,
      * and a customer is charged at most once a month.
      * DH-LAST-LEVEL: the dunning level of the last letter sent -
      *    0 = none outstanding (never past due, or brought
      *    current since), 1 = 30 days past due, 2 = 60 days,
      *    3 = 90 days and over.
      * DH-LAST-LETTER-DATE/DH-LAST-CHARGE-DATE: CCYYMMDD, zero
      *    when no letter has been sent or no charge assessed.
      * DH-LETTER-COUNT/DH-TOTAL-CHARGED: running totals over the
      *    life of the account.
      ****************************************************************
       01  DUNNING-HISTORY-RECORD.
           05  DH-CUSTOMER-ID              PIC 9(5).
           05  DH-LAST-LEVEL               PIC 9(1).
           05  DH-LAST-LETTER-DATE         PIC 9(8).
           05  DH-LAST-BATCH-NUMBER        PIC 9(6).
           05  DH-LETTER-COUNT             PIC 9(3).
           05  DH-LAST-CHARGE-DATE         PIC 9(8).
           05  DH-TOTAL-CHARGED            PIC 9(7)V99.
           05  FILLER                      PIC X(10).
