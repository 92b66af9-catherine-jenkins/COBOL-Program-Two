      * reorder quantity) as a plain text file and this program
      * reloads the indexed master from scratch from it, the same
      * way ProgramTwoProductLoad reloads the product master.
      * A reload replaces every on-hand figure and throws away each
      * sale and receipt posted since the count was keyed, so it is
      * only for setting up the master.  On-hand is corrected after
      * that by cycle count - ProgramTwoCountSheets and
      * ProgramTwoCycleCount - which posts each variance as an
      * adjustment and keeps a history of it.
      ****************************************************************
      * INPUT:
      *    The INVENTORY COUNT FILE contains the following data in
