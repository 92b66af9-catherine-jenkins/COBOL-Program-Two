      *    corrected 64-byte record image.  Each correction is
      *    applied to at most one reject.  Missing means no
      *    corrections were keyed this pass.
      *    CUSTMAST.dat (see CUSTMAST copybook) - a corrected record
      *    keyed to a customer ID since merged into another
      *    (CM-MERGED-TO-ID) is taken for the survivor, as
      *    ProgramTwo's edit pass takes it.  Missing means no
      *    customer is redirected.
      ****************************************************************
      * OUTPUT:
      *    PR2FA20R.txt - corrected records that passed the edits,
      *    ProgramTwoBalance recounts SalesRejectFile.txt, so it
      *    must run BEFORE this pass sweeps the file
      *    (ProgramTwo, ProgramTwoBalance, then this program).
      ****************************************************************
      * CLOSED PERIODS:
      *    A corrected record dated in a month ProgramTwoPeriodClose
      *    has closed (PeriodControl.dat) is carried forward with
      *    reason 09, or re-dated to the first day of the open month
      *    and recycled, as chosen on this program's record on
      *    ProgramTwoParams.txt (see PARMREC copybook).  With no
      *    record the pass rejects.  When the choice is to post, a
      *    reason 09 reject needs no correction - it is re-dated,
      *    put back through the edits, and recycled if it clears.
      ****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO 'CONTRACT.dat'
               ORGANIZATION IS INDEXED
               ASSIGN TO 'PR2FA20R.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO 'PeriodControl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO 'ProgramTwoParams.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY PRODMAST.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.

       FD  CONTRACT-PRICE-FILE
           RECORD CONTAINS 29 CHARACTERS.


           COPY SALESREC.

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY PERIODCTL.

       FD  PARAMETER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY PARMREC.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 WS-CONTRACT-FILE-SW          PIC X(3)    VALUE "NO".
           05 WS-CONTRACT-FOUND-SW         PIC X(3)    VALUE "NO".

       01  WS-CUSTMAST-FIELDS.
           05 WS-CUSTMAST-STATUS           PIC X(2).
           05 WS-CUSTMAST-FILE-SW          PIC X(3)    VALUE "NO".
           05 WS-SURVIVOR-ID               PIC 9(5)    VALUE 0.

       01  WS-VALIDATION-FIELDS.
           05 WS-VALID-RECORD-SW           PIC X(3)    VALUE "YES".
           05 WS-REJECT-REASON-CODE        PIC X(2).
           05 WS-STILL-BAD-COUNT           PIC 9(5)    VALUE 0.
           05 WS-CARRIED-COUNT             PIC 9(5)    VALUE 0.

      *    SAME CLOSED-PERIOD RULE ProgramTwo'S EDIT PASS APPLIES:
      *    "R" REJECTS A TRANSACTION DATED IN OR BEFORE THE LAST
      *    CLOSED MONTH (REASON 09), "P" RE-DATES IT TO THE FIRST DAY
      *    OF THE OPEN MONTH
       01  WS-PERIOD-FIELDS.
           05 WS-PERIOD-STATUS             PIC X(2).
           05 WS-PERIOD-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-LAST-CLOSED-PERIOD        PIC 9(6)    VALUE 0.
           05 WS-TRANS-PERIOD              PIC 9(6)    VALUE 0.
           05 WS-OPEN-PERIOD-DATE          PIC 9(8)    VALUE 0.
           05 WS-OPEN-PERIOD-DATE-R REDEFINES WS-OPEN-PERIOD-DATE.
               10 WS-OPEN-CCYY             PIC 9(4).
               10 WS-OPEN-MM               PIC 9(2).
               10 WS-OPEN-DD               PIC 9(2).
           05 WS-CLOSED-PERIOD-OPTION      PIC X(1)    VALUE "R".
           05 WS-CLOSED-REJECT-COUNT       PIC 9(5)    VALUE 0.
           05 WS-CLOSED-MOVED-COUNT        PIC 9(5)    VALUE 0.
           05 WS-PARAMETER-STATUS          PIC X(2).
           05 WS-PARM-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-PARM-FOUND-SW             PIC X(3)    VALUE "NO".

      *    THE REJECT BEING WORKED, IN THE SAME SHAPE ProgramTwo
      *    WRITES IT, SO TODAY'S REJECTS AND THE CARRIED-FORWARD
      *    ONES CAN SHARE ONE PROCESSING PATH

       100-MAIN-MODULE.

           PERFORM 130-LOAD-PERIOD-CONTROL-ROUTINE
           PERFORM 140-STAMP-RUN-START-ROUTINE
           PERFORM 150-HOUSEKEEPING
           PERFORM 170-LOAD-CORRECTIONS-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       130-LOAD-PERIOD-CONTROL-ROUTINE.

      *    SETTLED BEFORE THE RUN IS STAMPED AS STARTED - A BAD
      *    PARAMETER STOPS THE PASS WITH NOTHING RECYCLED.  FILE
      *    STATUS 35 JUST MEANS NO MONTH IS CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-STATUS NOT = "35"
               PERFORM UNTIL WS-PERIOD-EOF-SW = "Y"
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-PERIOD-EOF-SW
                       NOT AT END
                           IF PC-CLOSED-PERIOD GREATER THAN
                                   WS-LAST-CLOSED-PERIOD
                               MOVE PC-CLOSED-PERIOD
                                   TO WS-LAST-CLOSED-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF

           MULTIPLY WS-LAST-CLOSED-PERIOD BY 100
               GIVING WS-OPEN-PERIOD-DATE
           IF WS-OPEN-MM = 12
               ADD 1 TO WS-OPEN-CCYY
               MOVE 1 TO WS-OPEN-MM
           ELSE
               ADD 1 TO WS-OPEN-MM
           END-IF
           MOVE 1 TO WS-OPEN-DD

           PERFORM 135-READ-PARAMETER-FILE-ROUTINE

           IF WS-PARM-FOUND-SW = "YES"
               IF PR-SELECTION-MODE = "R" OR PR-SELECTION-MODE = "P"
                   MOVE PR-SELECTION-MODE TO WS-CLOSED-PERIOD-OPTION
               ELSE
                   DISPLAY "INVALID RECYCLE PARAMETER RECORD - "
                       "MODE " PR-SELECTION-MODE
                       " VALUE " PR-SELECTION-VALUE
                       " - NOTHING RECYCLED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
        .

       135-READ-PARAMETER-FILE-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO PARAMETER FILE WAS SUPPLIED
      *    - THE PASS IS UNATTENDED, SO IT REJECTS RATHER THAN ASKS
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "35"
               PERFORM UNTIL WS-PARM-EOF-SW = "Y"
                       OR WS-PARM-FOUND-SW = "YES"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF-SW
                       NOT AT END
                           IF PR-PROGRAM-NAME = "RECYCLE"
                               MOVE "YES" TO WS-PARM-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF
        .

       140-STAMP-RUN-START-ROUTINE.

      *    THE NIGHTLY ORDER THE HEADER COMMENT WARNS ABOUT IS NOW
           ELSE
               MOVE "YES" TO WS-CONTRACT-FILE-SW
           END-IF

      *    FILE STATUS 35 JUST MEANS THERE IS NO CUSTOMER MASTER TO
      *    FOLLOW A MERGE ON - EVERY RECORD KEEPS THE ID IT CARRIES
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS = "35"
               MOVE "NO" TO WS-CUSTMAST-FILE-SW
           ELSE
               MOVE "YES" TO WS-CUSTMAST-FILE-SW
           END-IF
        .

       170-LOAD-CORRECTIONS-ROUTINE.
                   PERFORM 430-WRITE-CARRY-ROUTINE
               END-IF
           ELSE
               IF WK-REASON-CODE = "09"
                       AND WS-CLOSED-PERIOD-OPTION = "P"
                   PERFORM 440-RELEASE-CLOSED-PERIOD-ROUTINE
               ELSE
                   PERFORM 430-WRITE-CARRY-ROUTINE
               END-IF
           END-IF
        .

                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE

           IF WS-VALID-RECORD-SW = "YES"
                   AND WS-CUSTMAST-FILE-SW = "YES"
               PERFORM 422-REDIRECT-MERGED-CUSTOMER-ROUTINE
           END-IF

           IF WS-VALID-RECORD-SW = "YES"
               PERFORM 425-CHECK-PRODUCT-MASTER-ROUTINE
           END-IF

           IF WS-VALID-RECORD-SW = "YES"
                   AND WS-LAST-CLOSED-PERIOD GREATER THAN ZERO
               PERFORM 435-CHECK-CLOSED-PERIOD-ROUTINE
           END-IF
        .

       422-REDIRECT-MERGED-CUSTOMER-ROUTINE.

      *    THE SAME REDIRECTION ProgramTwo'S EDIT PASS MAKES AHEAD OF
      *    ITS PRICE CHECK - A REJECT KEYED TO AN ID RETIRED SINCE IS
      *    PRICED AGAINST THE CONTRACTS ProgramTwoCustMerge MOVED TO
      *    THE SURVIVOR, AND RECYCLED UNDER THE SURVIVOR'S ID AND
      *    NAME
           MOVE SR-CUSTOMER-ID TO CM-CUSTOMER-ID

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-STATUS = "I"
                           AND CM-MERGED-TO-ID NUMERIC
                           AND CM-MERGED-TO-ID GREATER THAN ZERO
                       MOVE CM-MERGED-TO-ID TO WS-SURVIVOR-ID
                       MOVE WS-SURVIVOR-ID TO CM-CUSTOMER-ID
                       READ CUSTOMER-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CM-STATUS NOT = "I"
                                   MOVE WS-SURVIVOR-ID
                                       TO SR-CUSTOMER-ID
                                   MOVE CM-CUSTOMER-NAME
                                       TO SR-CUSTOMER-NAME
                               END-IF
                       END-READ
                   END-IF
           END-READ
        .

       425-CHECK-PRODUCT-MASTER-ROUTINE.
           ADD 1 TO WS-CARRIED-COUNT
        .

       435-CHECK-CLOSED-PERIOD-ROUTINE.

           DIVIDE SR-TRANSACTION-DATE BY 100 GIVING WS-TRANS-PERIOD

           IF WS-TRANS-PERIOD NOT GREATER THAN WS-LAST-CLOSED-PERIOD
               IF WS-CLOSED-PERIOD-OPTION = "P"
                   MOVE WS-OPEN-PERIOD-DATE TO SR-TRANSACTION-DATE
                   ADD 1 TO WS-CLOSED-MOVED-COUNT
               ELSE
                   MOVE "NO" TO WS-VALID-RECORD-SW
                   MOVE "09" TO WS-REJECT-REASON-CODE
                   MOVE "DATED IN A CLOSED PERIOD"
                       TO WS-REJECT-REASON-TEXT
                   ADD 1 TO WS-CLOSED-REJECT-COUNT
               END-IF
           END-IF
        .

       440-RELEASE-CLOSED-PERIOD-ROUTINE.

      *    THE ONLY THING WRONG WITH A REASON 09 REJECT WAS ITS
      *    DATE - NOW THAT THE OPERATOR HAS CHOSEN TO POST INTO THE
      *    OPEN MONTH IT IS RE-DATED AND RE-EDITED AS IT STANDS.  IF
      *    IT FAILS ANOTHER EDIT (A PRICE CHANGED SINCE, SAY) IT IS
      *    CARRIED FORWARD UNDER THAT REASON FOR A CORRECTION
           MOVE WK-RAW-RECORD TO SALES-RECORD
           PERFORM 420-VALIDATE-CORRECTED-ROUTINE

           IF WS-VALID-RECORD-SW = "YES"
               WRITE SALES-RECORD
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               MOVE WS-REJECT-REASON-CODE TO WK-REASON-CODE
               MOVE WS-REJECT-REASON-TEXT TO WK-REASON-TEXT
               PERFORM 430-WRITE-CARRY-ROUTINE
           END-IF
        .

       500-REWRITE-CARRY-FILE-ROUTINE.

      *    THE CARRY FILE WAS AN INPUT EARLIER IN THE RUN, SO THE
           DISPLAY "RECORDS RECYCLED TO EXTRACT:   " WS-RECYCLED-COUNT
           DISPLAY "CORRECTIONS STILL FAILING:     " WS-STILL-BAD-COUNT
           DISPLAY "REJECTS CARRIED FORWARD:       " WS-CARRIED-COUNT
           DISPLAY "DATED IN A CLOSED PERIOD:      "
               WS-CLOSED-REJECT-COUNT
           DISPLAY "MOVED INTO OPEN PERIOD:        "
               WS-CLOSED-MOVED-COUNT
        .

       600-CLOSE-ROUTINE.
           IF WS-CONTRACT-FILE-SW = "YES"
               CLOSE CONTRACT-PRICE-FILE
           END-IF
           IF WS-CUSTMAST-FILE-SW = "YES"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

      *    EVERY REJECT READ THIS PASS IS NOW ON THE RECYCLE
      *    EXTRACT OR THE CARRY FILE, AND EVERY CORRECTION HAS HAD
