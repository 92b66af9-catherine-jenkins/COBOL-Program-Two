      ****************************************************************
      * QUOTA.cpy
      * Record layout for QUOTA.dat, the sales-rep quota master,
      * keyed by rep ID (RM-REP-ID on the rep master) plus the CCYYMM
      * month the quota is set for.  Maintained by
      * ProgramTwoQuotaMaint; ProgramTwoQuotaAttain measures each
      * rep's net sales for the month and the year to date against
      * it.  A rep with no record for a month has no quota that
      * month.
      * QT-QUOTA-AMOUNT is the net sales value the rep is expected
      * to book in the month.
      * QT-ENTERED-DATE is the CCYYMMDD date the quota was keyed or
      * last changed.
      ****************************************************************
       01  QUOTA-RECORD.
           05  QT-KEY.
               10  QT-REP-ID               PIC 9(4).
               10  QT-PERIOD               PIC 9(6).
           05  QT-REP-NAME                 PIC X(20).
           05  QT-QUOTA-AMOUNT             PIC 9(7)V99.
           05  QT-ENTERED-DATE             PIC 9(8).
           05  FILLER                      PIC X(3).
