      ****************************************************************
      * CYCCOUNT.cpy
      * Record layout for the ASHRALS, Ltd. open cycle count file
      * (CYCCOUNT.dat), keyed by product ID.  ProgramTwoCountSheets
      * writes one record for each product it prints on a count
      * sheet, freezing the system on-hand at that moment;
      * ProgramTwoCycleCount works the keyed counts against it and
      * deletes the record once the count has been posted, so a
      * product has at most one count open at a time.
      * CY-FROZEN-QTY: IM-ON-HAND-QTY when the sheet was printed,
      *    or when ProgramTwoCycleCount last held the count open for
      *    a recount or an approval (CY-SHEET-DATE is then that
      *    run's date).
      *    The variance is the count less this figure, and it is
      *    that variance - not the count itself - that is posted,
      *    so sales and receipts posted while the count was being
      *    taken are not lost.
      * CY-COUNT-STATUS: "P" = sheet printed, no count keyed yet,
      *    "R" = count keyed, variance too large - recount required,
      *    "A" = recount keyed, variance still large - awaiting an
      *    approver before it posts.
      * CY-COUNT-TIMES: how many counts have been keyed so far.
      ****************************************************************
       01  CYCLE-COUNT-RECORD.
           05  CY-PRODUCT-ID               PIC X(3).
           05  CY-SHEET-DATE               PIC 9(8).
           05  CY-FROZEN-QTY               PIC S9(5).
           05  CY-COUNT-STATUS             PIC X(1).
           05  CY-FIRST-COUNT-QTY          PIC 9(5).
           05  CY-LAST-COUNT-QTY           PIC 9(5).
           05  CY-COUNT-TIMES              PIC 9(1).
           05  FILLER                      PIC X(12).
