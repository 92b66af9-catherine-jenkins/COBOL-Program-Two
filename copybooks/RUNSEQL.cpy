      * control file (see RUNSEQ copybook).
      * RL-ACTION: "S" = stamp a start (after checking the
      *    prerequisite completed cleanly for the current batch),
      *    "E" = stamp an end with the caller's return code,
      *    "R" = stamp a rollback of RL-PROGRAM-NAME for
      *    RL-BATCH-NUMBER (ProgramTwoRestore only - no check made).
      * RL-PROGRAM-NAME: the step name the caller stamps under.
      * RL-PREREQ-NAME: the step that must have ended cleanly for
      *    the current batch before this one may start; SPACES means
