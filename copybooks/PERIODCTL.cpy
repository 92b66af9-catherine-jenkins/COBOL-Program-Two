      ****************************************************************
      * PERIODCTL.cpy
      * Record layout for the ASHRALS, Ltd. period control file
      * (PeriodControl.dat).  ProgramTwoPeriodClose adds one record
      * each time accounting closes a month; the file is only ever
      * extended.  Every CCYYMM up to and including the highest
      * PC-CLOSED-PERIOD on file is closed: ProgramTwo's edit pass
      * and ProgramTwoRejectRecycle will not post a transaction
      * dated in it, and ProgramTwoGLExtract will not date an entry
      * in it.  The month after the highest closed period is the
      * open period a closed-period transaction can be moved into.
      * The remaining fields are the control figures snapshotted at
      * the close and printed on the close certificate:
      * PC-AR-...: open items on AROPEN.dat (status "O") and the
      *    total still open on them.
      * PC-INV-...: products on INVMAST.dat, the units on hand, and
      *    those units valued at PM-UNIT-PRICE.
      * PC-COMM-...: CommissionHistoryFile.dat records belonging to
      *    the period (the month CO-TO-DATE falls in) and their
      *    sales value and commission totals.
      ****************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PC-CLOSED-PERIOD            PIC 9(6).
           05  PC-CLOSE-DATE               PIC 9(8).
           05  PC-AR-OPEN-ITEM-COUNT       PIC 9(6).
           05  PC-AR-OPEN-AMOUNT           PIC S9(9)V99.
           05  PC-INV-PRODUCT-COUNT        PIC 9(5).
           05  PC-INV-ON-HAND-UNITS        PIC S9(9).
           05  PC-INV-ON-HAND-VALUE        PIC S9(9)V99.
           05  PC-COMM-RECORD-COUNT        PIC 9(5).
           05  PC-COMM-SALES-VALUE         PIC S9(9)V99.
           05  PC-COMM-COMMISSION          PIC S9(9)V99.
           05  FILLER                      PIC X(17).
