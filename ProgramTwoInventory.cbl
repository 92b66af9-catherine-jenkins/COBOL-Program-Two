       01  REPORT-RECORD                   PIC X(80).

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 67 CHARACTERS.

           COPY RUNTOT.

       140-STAMP-RUN-START-ROUTINE.

      *    THE NIGHTLY ORDER IS ENFORCED BY THE RUN-SEQUENCE
      *    CONTROL FILE - NOTHING IS POSTED UNTIL ProgramTwoBackup
      *    HAS SAVED THE MASTERS FOR THE CURRENT BATCH (IT RUNS
      *    ONLY ONCE ProgramTwo HAS COMPLETED CLEANLY)
           MOVE "S" TO RL-ACTION
           MOVE "INVENTORY" TO RL-PROGRAM-NAME
           MOVE "BACKUP" TO RL-PREREQ-NAME
           MOVE ZEROES TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER

