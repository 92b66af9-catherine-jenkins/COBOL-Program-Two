      * RT-BATCH-NUMBER is the extract batch the run posted, so a
      * downstream poster (ProgramTwoInventory) can refuse to post
      * the same batch twice.
      * RT-RELEASE-READ-COUNT is how many credit-held sales this run
      * picked up from the credit release extract (PR2FA20H.txt), and
      * RT-CREDIT-HELD-COUNT how many validated sales it diverted to
      * the credit-hold file instead of the good file - both sides of
      * the balancing pass's records-in/records-out check.
      * RT-ORDER-READ-COUNT is how many order releases and filled
      * backorders the run picked up from PR2FA20O.txt, another
      * part of the records-in side of that check.
      ****************************************************************
       01  RUN-TOTALS-RECORD.
           05  RT-EXTRACT-READ-COUNT       PIC 9(7).
           05  RT-GRAND-SALES-VALUE-TOTAL  PIC S9(8)V99.
           05  RT-HISTORY-WRITTEN-COUNT    PIC 9(5).
           05  RT-BATCH-NUMBER             PIC 9(6).
           05  RT-RELEASE-READ-COUNT       PIC 9(5).
           05  RT-CREDIT-HELD-COUNT        PIC 9(5).
           05  RT-ORDER-READ-COUNT         PIC 9(5).
