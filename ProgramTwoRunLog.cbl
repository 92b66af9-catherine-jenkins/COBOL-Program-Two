      * started and ended, and with what outcome - so the morning
      * after a mid-stream abend the operator reads the log instead
      * of reconstructing the night from console scroll-back.
      * A batch rolled back by ProgramTwoRestore shows a ROLLED BACK
      * line for each step whose postings came out, at the time of
      * the rollback, ahead of the reruns.
      ****************************************************************
      * INPUT:
      *    ProgramTwoRunSequence.dat (see RUNSEQ copybook) - the
      *    once to find the latest batch and once to report it.
      ****************************************************************
      * OUTPUT:
      *    The NIGHTLY RUN LOG report, one line per start stamp
      *    and per rollback stamp, in the order they were stamped:
      *         1. PROGRAM NAME
      *         2. START DATE AND TIME
      *         3. END TIME (OR NONE)
      *         4. RETURN CODE
      *         5. OUTCOME (COMPLETE, FAILED, DID NOT END, OR
      *            ROLLED BACK)
      ****************************************************************

       ENVIRONMENT DIVISION.
           05 WS-LATEST-BATCH              PIC 9(6)    VALUE 0.
           05 WS-BATCH-FOUND-SW            PIC X(3)    VALUE "NO".
           05 WS-END-FOUND-SW              PIC X(3)    VALUE "NO".
           05 WS-SEARCH-DONE-SW            PIC X(3)    VALUE "NO".
           05 WS-STEP-COUNT                PIC 9(3)    VALUE 0.

       01  WS-STAMP-TABLE.
               IF ST-ACTION (WS-STAMP-SUB) = "S"
                   PERFORM 430-PRINT-STEP-LINE-ROUTINE
               END-IF
               IF ST-ACTION (WS-STAMP-SUB) = "R"
                   PERFORM 440-PRINT-ROLLBACK-LINE-ROUTINE
               END-IF
               ADD 1 TO WS-STAMP-SUB
           END-PERFORM
        .

      *    A STEP'S END STAMP IS THE FIRST "E" FOR THE SAME PROGRAM
      *    AFTER ITS START STAMP - A RERUN STAMPS A FRESH PAIR, SO
      *    EACH START FINDS ITS OWN END.  THE SEARCH STOPS AT THE
      *    PROGRAM'S NEXT START OR ROLLBACK, SO A STEP THAT ABENDED
      *    AND WAS RERUN DOES NOT BORROW THE RERUN'S END
           MOVE "NO" TO WS-END-FOUND-SW
           MOVE "NO" TO WS-SEARCH-DONE-SW
           COMPUTE WS-SEARCH-SUB = WS-STAMP-SUB + 1

           PERFORM UNTIL WS-SEARCH-SUB > WS-STAMP-ENTRY-COUNT
                   OR WS-END-FOUND-SW = "YES"
                   OR WS-SEARCH-DONE-SW = "YES"
               IF ST-PROGRAM-NAME (WS-SEARCH-SUB)
                       = ST-PROGRAM-NAME (WS-STAMP-SUB)
                   EVALUATE ST-ACTION (WS-SEARCH-SUB)
                       WHEN "E"
                           MOVE "YES" TO WS-END-FOUND-SW
                       WHEN "S"
                       WHEN "R"
                           MOVE "YES" TO WS-SEARCH-DONE-SW
                   END-EVALUATE
               END-IF
               IF WS-END-FOUND-SW = "NO"
                   ADD 1 TO WS-SEARCH-SUB
               END-IF
           END-PERFORM
           ADD 1 TO WS-STEP-COUNT
        .

       440-PRINT-ROLLBACK-LINE-ROUTINE.

      *    THE ROLLBACK IS SHOWN AT THE TIME IT WAS STAMPED - IT IS
      *    NOT A STEP, SO IT IS NOT COUNTED AS ONE
           MOVE ST-PROGRAM-NAME (WS-STAMP-SUB) TO LG-PROGRAM-NAME
           MOVE ST-STAMP-DATE (WS-STAMP-SUB) (5:2) TO LG-START-MM
           MOVE ST-STAMP-DATE (WS-STAMP-SUB) (7:2) TO LG-START-DD
           MOVE ST-STAMP-TIME (WS-STAMP-SUB) (1:2) TO LG-START-HH
           MOVE ST-STAMP-TIME (WS-STAMP-SUB) (3:2) TO LG-START-MIN
           MOVE ST-STAMP-TIME (WS-STAMP-SUB) (5:2) TO LG-START-SS
           MOVE SPACES TO LG-END-TIME
           MOVE SPACES TO LG-RETURN-CODE
           MOVE "ROLLED BACK" TO LG-OUTCOME

           MOVE LOG-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-STEP-COUNT TO SC-STEP-COUNT
