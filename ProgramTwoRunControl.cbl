      * refuses, in which case the caller ends with RETURN-CODE 8
      * without running.  Each program CALLs again with "E" at end
      * of job so its return code is on record for whatever runs
      * next.  ProgramTwoRestore CALLs with "R" for each step whose
      * postings a rollback took out: the stamp cancels that step's
      * clean end, so nothing that depends on it starts again until
      * it has been rerun.  ProgramTwoRunLog prints the file as the
      * nightly run log.
      ****************************************************************
      * INPUT/OUTPUT:
      *    The RUN CONTROL PARAMETER block (see RUNSEQL copybook)
      *    CLEAN MEANS AN END STAMP WITH RETURN CODE ZERO FOR THE
      *    CURRENT BATCH - A STEP THAT ABENDED LEAVES NO END STAMP,
      *    AND A STEP THAT ENDED RC 8 LEAVES A DIRTY ONE; EITHER
      *    WAY WHAT DEPENDS ON IT MUST NOT START.  A ROLLBACK STAMP
      *    CANCELS ANY CLEAN END BEFORE IT - ONLY A RERUN AFTER THE
      *    ROLLBACK COUNTS
           MOVE "N" TO WS-SEQ-EOF-SW
           OPEN INPUT RUN-SEQUENCE-FILE
           IF WS-RUNSEQ-STATUS NOT = "35"
                                   AND RS-RETURN-CODE = ZERO
                               MOVE "YES" TO WS-PREREQ-CLEAN-SW
                           END-IF
                           IF RS-BATCH-NUMBER = WS-CURRENT-BATCH
                                   AND RS-PROGRAM-NAME
                                       = RL-PREREQ-NAME
                                   AND RS-ACTION = "R"
                               MOVE "NO" TO WS-PREREQ-CLEAN-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-SEQUENCE-FILE
