      * RT-BATCH-NUMBER of the ProgramTwo run that opened the night.
      * A program's prerequisite step "completed cleanly" when the
      * file holds an "E" record for it, for the current batch, with
      * return code zero, and no rollback (RS-ACTION "R", stamped
      * by ProgramTwoRestore) after it - that is the test
      * ProgramTwoRunControl applies before letting a step start.
      * The file is append-only; ProgramTwoRunLog reports it as the
      * nightly run log.
      ****************************************************************
       01  RUN-SEQUENCE-RECORD.
           05  RS-BATCH-NUMBER             PIC 9(6).
