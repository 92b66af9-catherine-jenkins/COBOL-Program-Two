      ****************************************************************
      * REASSIGN.cpy
      * Record layout for RepReassignLog.dat, the account
      * reassignment log.  ProgramTwoRepMaint appends one record
      * every time an account changes hands on the rep master - an
      * add, a change to a different rep, a removal, and each
      * account a mass reassignment moves - so the date an account
      * moved can be found after the rep master has been
      * overwritten.  ProgramTwoQuotaAttain reads it so a rep is not
      * judged on an account they lost part way through the month.
      * RA-FROM-REP-ID is zero for an account that had no rep (an
      * add); RA-TO-REP-ID is zero for an account left with none (a
      * removal).
      * RA-CHANGE-DATE is the CCYYMMDD date the change was applied;
      * it counts from the night of that date.
      * RA-ACTION-CODE is the maintenance action that moved it (A,
      * C, D, or M).
      ****************************************************************
       01  REASSIGNMENT-RECORD.
           05  RA-CUSTOMER-ID              PIC 9(5).
           05  RA-FROM-REP-ID              PIC 9(4).
           05  RA-FROM-REP-NAME            PIC X(20).
           05  RA-TO-REP-ID                PIC 9(4).
           05  RA-TO-REP-NAME              PIC X(20).
           05  RA-CHANGE-DATE              PIC 9(8).
           05  RA-ACTION-CODE              PIC X(1).
           05  FILLER                      PIC X(8).
