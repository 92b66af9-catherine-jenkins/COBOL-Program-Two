      * rejected with a console message and RETURN-CODE 8 rather
      * than defaulted silently.
      * PR-PROGRAM-NAME: TOPCUSTOMERS, PERIODSUMM, HISTPURGE,
      *    REPPAY, YEARCOMP, PERIODCLOSE, PROGRAMTWO, RECYCLE,
      *    BACKUP, INVVALUE, or QUOTAATTAIN.
      * PR-SELECTION-MODE:
      *    TOPCUSTOMERS - T (threshold) or N (top N)
      *    PERIODSUMM   - D, W, M, or Y
      *    HISTPURGE    - P
      *    REPPAY       - M (pay period month)
      *    YEARCOMP     - M (comparison period month)
      *    PERIODCLOSE  - M (month to close)
      *    INVVALUE     - M (month-end to value the inventory at)
      *    QUOTAATTAIN  - M (month to measure quota attainment for)
      *    PROGRAMTWO   - R (reject a transaction dated in a closed
      *    RECYCLE        period) or P (post it in the open period);
      *                   these two run unattended, so no record
      *                   means R rather than a console prompt
      *    BACKUP       - G (generations of the masters to keep);
      *                   no record means the default of 3
      * PR-SELECTION-VALUE, by mode:
      *    T - 11 digits, amount with two implied decimals
      *    N - first 3 digits, count of customers to list
      *    G - first 3 digits, count of generations, 1 to 99
      *    P (HISTPURGE) - first 8 digits, CCYYMMDD purge cutoff
      *    M (REPPAY/YEARCOMP/PERIODCLOSE/INVVALUE) - first 6
      *        digits, CCYYMM period
      *    M (QUOTAATTAIN) - first 6 digits, CCYYMM period; next 3
      *        digits, the attainment percent under which a rep goes
      *        on the exception list (blank = the program default)
      *    D/W/M/Y (PERIODSUMM) - unused
      *    R/P (PROGRAMTWO/RECYCLE) - unused
      ****************************************************************
       01  PARAMETER-RECORD.
           05  PR-PROGRAM-NAME             PIC X(12).
           05  PR-VALUE-MONTH REDEFINES PR-SELECTION-VALUE.
               10  PR-VALUE-MONTH-N        PIC 9(6).
               10  FILLER                  PIC X(5).
           05  PR-VALUE-MONTH-PCT REDEFINES PR-SELECTION-VALUE.
               10  FILLER                  PIC X(6).
               10  PR-VALUE-PCT            PIC X(3).
               10  PR-VALUE-PCT-N REDEFINES PR-VALUE-PCT
                                           PIC 9(3).
               10  FILLER                  PIC X(2).
