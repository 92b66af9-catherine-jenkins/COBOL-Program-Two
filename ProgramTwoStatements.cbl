               REPLACING ==SALES-RECORD== BY ==SORT-SALES-RECORD==.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.

           COPY AROPEN.

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 67 CHARACTERS.

           COPY RUNTOT.

       140-STAMP-RUN-START-ROUTINE.

      *    THE NIGHTLY ORDER IS ENFORCED BY THE RUN-SEQUENCE
      *    CONTROL FILE - NO STATEMENT IS PRINTED OR POSTED UNTIL
      *    ProgramTwoBackup HAS SAVED THE MASTERS FOR THE CURRENT
      *    BATCH (IT RUNS ONLY ONCE ProgramTwo HAS COMPLETED CLEANLY)
           MOVE "S" TO RL-ACTION
           MOVE "STATEMENTS" TO RL-PROGRAM-NAME
           MOVE "BACKUP" TO RL-PREREQ-NAME
           MOVE ZEROES TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER


           MOVE CUSTOMER-ID-HOLD TO AR-CUSTOMER-ID
           MOVE WS-CURRENT-BATCH TO AR-BATCH-NUMBER
           MOVE "S" TO AR-ITEM-TYPE
           MOVE BT-CUSTOMER-NAME TO AR-CUSTOMER-NAME
           MOVE WS-TODAY-CC TO AR-STATEMENT-DATE
           MOVE WS-NET-AMOUNT-DUE TO AR-ORIGINAL-AMOUNT
