       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoBackup.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that saves a generation
      * copy of every master the night's posting steps update in
      * place, before any of them posts.  ProgramTwoInventory,
      * ProgramTwoStatements, ProgramTwoCashPosting and
      * ProgramTwoCollections all rewrite INVMAST.dat or AROPEN.dat
      * record by record; a step that abends halfway (DID NOT END on
      * ProgramTwoRunLog) leaves the master half-posted, and
      * ProgramTwo's checkpoint only protects its own report pass.
      * This step runs straight after ProgramTwo, under the batch
      * ProgramTwo opened, and the posting steps now need it to have
      * ended cleanly before they will start.  ProgramTwoRestore
      * puts every master back from the copy taken here.
      * The oldest generations are dropped so that only the newest
      * ones are kept, this batch's included.  Running the step a
      * second time for the same batch replaces that batch's copy.
      ****************************************************************
      * INPUT:
      *    CUSTMAST.dat, PRODMAST.dat, INVMAST.dat, AROPEN.dat,
      *    SALESREP.dat and CONTRACT.dat, read end to end.  A master
      *    that does not exist yet is saved as empty.
      *    MasterBackup.dat (see MASTBKUP copybook), the generations
      *    already saved.  Missing means none.
      *    The number of generations to keep comes from this
      *    program's record on ProgramTwoParams.txt (see PARMREC
      *    copybook); with no record 3 are kept.
      ****************************************************************
      * OUTPUT:
      *    MasterBackup.dat rewritten with the generations kept plus
      *    this batch's copy of every master, each master followed by
      *    a trailer carrying its record count.
      *    Counts of records saved per master and of generations
      *    kept and dropped are displayed when the run finishes.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO 'ProgramTwoParams.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT INVENTORY-MASTER-FILE
               ASSIGN TO 'INVMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-PRODUCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AR-OPEN-ITEM-FILE
               ASSIGN TO 'AROPEN.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REP-MASTER-FILE
               ASSIGN TO 'SALESREP.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO 'CONTRACT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MASTER-BACKUP-FILE
               ASSIGN TO 'MasterBackup.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT BACKUP-TEMP-FILE
               ASSIGN TO 'MasterBackup.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY PARMREC.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY PRODMAST.

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY INVMAST.

       FD  AR-OPEN-ITEM-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY AROPEN.

       FD  REP-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY SALESREP.

       FD  CONTRACT-PRICE-FILE
           RECORD CONTAINS 29 CHARACTERS.

           COPY CONTRACT.

       FD  MASTER-BACKUP-FILE
           RECORD CONTAINS 115 CHARACTERS.

           COPY MASTBKUP.

       FD  BACKUP-TEMP-FILE
           RECORD CONTAINS 115 CHARACTERS.

       01  BACKUP-TEMP-RECORD              PIC X(115).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 WS-MASTER-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-BACKUP-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-TEMP-EOF-SW               PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-MASTER-STATUS             PIC X(2).
           05 WS-BACKUP-STATUS             PIC X(2).

       01  WS-PARAMETER-FIELDS.
           05 WS-PARAMETER-STATUS          PIC X(2).
           05 WS-PARM-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-PARM-FOUND-SW             PIC X(3)    VALUE "NO".

      *    GENERATIONS KEPT, THIS BATCH'S INCLUDED.  THE PRIOR
      *    GENERATIONS ON FILE ARE LISTED OLDEST FIRST (THE FILE IS
      *    WRITTEN IN BATCH ORDER) AND THE OLDEST ONES THAT WOULD
      *    TAKE THE COUNT PAST WS-GENERATIONS-KEPT ARE DROPPED
       01  WS-GENERATION-FIELDS.
           05 WS-GENERATIONS-KEPT          PIC 9(3)    VALUE 3.
           05 WS-CURRENT-BATCH             PIC 9(6)    VALUE 0.
           05 WS-OLDEST-KEPT-BATCH         PIC 9(6)    VALUE 0.
           05 WS-PRIOR-KEEP-COUNT          PIC 9(3)    VALUE 0.
           05 WS-OLDEST-KEPT-SUB           PIC 9(3)    VALUE 0.
           05 WS-GENERATIONS-DROPPED       PIC 9(3)    VALUE 0.
           05 WS-BACKUP-DATE-CC            PIC 9(8)    VALUE 0.
           05 WS-DATE-TEMP                 PIC 9(8)    VALUE 0.

       01  WS-GENERATION-TABLE.
           05 WS-GEN-ENTRY-COUNT           PIC 9(3)    VALUE 0.
           05 WS-GEN-ENTRY                 OCCURS 100 TIMES.
               10 WS-GEN-BATCH-NUMBER      PIC 9(6).

       01  WS-SAVE-FIELDS.
           05 WS-SAVE-MASTER-NAME          PIC X(8).
           05 WS-SAVE-MASTER-FOUND         PIC X(1).
           05 WS-SAVE-RECORD-COUNT         PIC 9(7)    VALUE 0.
           05 WS-RECORDS-KEPT-COUNT        PIC 9(7)    VALUE 0.

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

           COPY RUNSEQL.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 140-STAMP-RUN-START-ROUTINE
           PERFORM 200-FIND-GENERATIONS-ROUTINE
           PERFORM 300-COPY-KEPT-GENERATIONS-ROUTINE
           PERFORM 410-SAVE-CUSTMAST-ROUTINE
           PERFORM 420-SAVE-PRODMAST-ROUTINE
           PERFORM 430-SAVE-INVMAST-ROUTINE
           PERFORM 440-SAVE-AROPEN-ROUTINE
           PERFORM 450-SAVE-SALESREP-ROUTINE
           PERFORM 460-SAVE-CONTRACT-ROUTINE
           PERFORM 500-REPLACE-BACKUP-FILE-ROUTINE
           PERFORM 550-END-OF-RUN-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       140-STAMP-RUN-START-ROUTINE.

      *    THE NIGHTLY ORDER IS ENFORCED BY THE RUN-SEQUENCE
      *    CONTROL FILE - THE COPY IS TAKEN UNDER THE BATCH
      *    ProgramTwo OPENED, AND ONLY ONCE IT HAS ENDED CLEANLY
           MOVE "S" TO RL-ACTION
           MOVE "BACKUP" TO RL-PROGRAM-NAME
           MOVE "PROGRAMTWO" TO RL-PREREQ-NAME
           MOVE ZEROES TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER

           IF RL-RESULT = "8"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RL-BATCH-NUMBER TO WS-CURRENT-BATCH
        .

       150-HOUSEKEEPING.

      *    THE GENERATION COUNT IS SETTLED BEFORE THE RUN IS
      *    STAMPED AS STARTED - A BAD PARAMETER STOPS THE STEP WITH
      *    NOTHING SAVED OR DROPPED
           PERFORM 155-READ-PARAMETER-FILE-ROUTINE

           IF WS-PARM-FOUND-SW = "YES"
               IF PR-SELECTION-MODE = "G"
                       AND PR-VALUE-COUNT-N NUMERIC
                       AND PR-VALUE-COUNT-N GREATER THAN ZERO
                       AND PR-VALUE-COUNT-N LESS THAN 100
                   MOVE PR-VALUE-COUNT-N TO WS-GENERATIONS-KEPT
               ELSE
                   DISPLAY "INVALID BACKUP PARAMETER RECORD - "
                       "MODE " PR-SELECTION-MODE
                       " VALUE " PR-SELECTION-VALUE
                       " - NOTHING SAVED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           ACCEPT WS-DATE FROM DATE
           ADD 20000000 TO WS-BACKUP-DATE-CC
           MULTIPLY WS-YEAR BY 10000 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-BACKUP-DATE-CC
           MULTIPLY WS-MONTH BY 100 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-BACKUP-DATE-CC
           ADD WS-DAY TO WS-BACKUP-DATE-CC
        .

       155-READ-PARAMETER-FILE-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO PARAMETER FILE WAS SUPPLIED
      *    - THE DEFAULT NUMBER OF GENERATIONS IS KEPT
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "35"
               PERFORM UNTIL WS-PARM-EOF-SW = "Y"
                       OR WS-PARM-FOUND-SW = "YES"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF-SW
                       NOT AT END
                           IF PR-PROGRAM-NAME = "BACKUP"
                               MOVE "YES" TO WS-PARM-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF
        .

       200-FIND-GENERATIONS-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO BACKUP HAS EVER BEEN TAKEN.
      *    THIS BATCH'S OWN COPY FROM AN EARLIER RUN OF THE STEP IS
      *    NOT A PRIOR GENERATION - IT IS REPLACED, NOT KEPT
           OPEN INPUT MASTER-BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "35"
               PERFORM UNTIL WS-BACKUP-EOF-SW = "Y"
                   READ MASTER-BACKUP-FILE
                       AT END
                           MOVE "Y" TO WS-BACKUP-EOF-SW
                       NOT AT END
                           PERFORM 210-LIST-GENERATION-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE MASTER-BACKUP-FILE
           END-IF

           SUBTRACT 1 FROM WS-GENERATIONS-KEPT
               GIVING WS-PRIOR-KEEP-COUNT

           IF WS-GEN-ENTRY-COUNT NOT GREATER THAN WS-PRIOR-KEEP-COUNT
               MOVE ZEROES TO WS-OLDEST-KEPT-BATCH
           ELSE
               COMPUTE WS-OLDEST-KEPT-SUB = WS-GEN-ENTRY-COUNT
                   - WS-PRIOR-KEEP-COUNT + 1
               IF WS-OLDEST-KEPT-SUB GREATER THAN WS-GEN-ENTRY-COUNT
                   MOVE 999999 TO WS-OLDEST-KEPT-BATCH
               ELSE
                   MOVE WS-GEN-BATCH-NUMBER (WS-OLDEST-KEPT-SUB)
                       TO WS-OLDEST-KEPT-BATCH
               END-IF
               SUBTRACT WS-PRIOR-KEEP-COUNT FROM WS-GEN-ENTRY-COUNT
                   GIVING WS-GENERATIONS-DROPPED
           END-IF
        .

       210-LIST-GENERATION-ROUTINE.

           IF BK-BATCH-NUMBER NOT = WS-CURRENT-BATCH
               IF WS-GEN-ENTRY-COUNT = ZERO
                   PERFORM 215-ADD-GENERATION-ROUTINE
               ELSE
                   IF BK-BATCH-NUMBER NOT =
                           WS-GEN-BATCH-NUMBER (WS-GEN-ENTRY-COUNT)
                       PERFORM 215-ADD-GENERATION-ROUTINE
                   END-IF
               END-IF
           END-IF
        .

       215-ADD-GENERATION-ROUTINE.

           IF WS-GEN-ENTRY-COUNT LESS THAN 100
               ADD 1 TO WS-GEN-ENTRY-COUNT
               MOVE BK-BATCH-NUMBER
                   TO WS-GEN-BATCH-NUMBER (WS-GEN-ENTRY-COUNT)
           ELSE
               DISPLAY "GENERATION TABLE FULL - BATCH "
                   BK-BATCH-NUMBER " NOT LISTED"
           END-IF
        .

       300-COPY-KEPT-GENERATIONS-ROUTINE.

      *    THE NEW FILE IS BUILT ON A TEMP FILE - THE GENERATIONS
      *    KEPT FIRST, THEN THIS BATCH'S COPY - AND ONLY COPIED OVER
      *    MasterBackup.dat ONCE EVERY MASTER HAS BEEN SAVED
           OPEN OUTPUT BACKUP-TEMP-FILE

           MOVE "N" TO WS-BACKUP-EOF-SW
           OPEN INPUT MASTER-BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "35"
               PERFORM UNTIL WS-BACKUP-EOF-SW = "Y"
                   READ MASTER-BACKUP-FILE
                       AT END
                           MOVE "Y" TO WS-BACKUP-EOF-SW
                       NOT AT END
                           IF BK-BATCH-NUMBER NOT = WS-CURRENT-BATCH
                                   AND BK-BATCH-NUMBER NOT LESS THAN
                                       WS-OLDEST-KEPT-BATCH
                               MOVE MASTER-BACKUP-RECORD
                                   TO BACKUP-TEMP-RECORD
                               WRITE BACKUP-TEMP-RECORD
                               ADD 1 TO WS-RECORDS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-BACKUP-FILE
           END-IF
        .

       410-SAVE-CUSTMAST-ROUTINE.

           MOVE "CUSTMAST" TO WS-SAVE-MASTER-NAME
           MOVE ZEROES TO WS-SAVE-RECORD-COUNT
           MOVE "N" TO WS-MASTER-EOF-SW

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               MOVE "N" TO WS-SAVE-MASTER-FOUND
           ELSE
               MOVE "Y" TO WS-SAVE-MASTER-FOUND
               PERFORM UNTIL WS-MASTER-EOF-SW = "Y"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF-SW
                       NOT AT END
                           MOVE CUSTOMER-MASTER-RECORD
                               TO BK-RECORD-IMAGE
                           PERFORM 480-WRITE-IMAGE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

           PERFORM 490-WRITE-TRAILER-ROUTINE
        .

       420-SAVE-PRODMAST-ROUTINE.

           MOVE "PRODMAST" TO WS-SAVE-MASTER-NAME
           MOVE ZEROES TO WS-SAVE-RECORD-COUNT
           MOVE "N" TO WS-MASTER-EOF-SW

           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               MOVE "N" TO WS-SAVE-MASTER-FOUND
           ELSE
               MOVE "Y" TO WS-SAVE-MASTER-FOUND
               PERFORM UNTIL WS-MASTER-EOF-SW = "Y"
                   READ PRODUCT-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF-SW
                       NOT AT END
                           MOVE PRODUCT-MASTER-RECORD
                               TO BK-RECORD-IMAGE
                           PERFORM 480-WRITE-IMAGE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER-FILE
           END-IF

           PERFORM 490-WRITE-TRAILER-ROUTINE
        .

       430-SAVE-INVMAST-ROUTINE.

           MOVE "INVMAST" TO WS-SAVE-MASTER-NAME
           MOVE ZEROES TO WS-SAVE-RECORD-COUNT
           MOVE "N" TO WS-MASTER-EOF-SW

           OPEN INPUT INVENTORY-MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               MOVE "N" TO WS-SAVE-MASTER-FOUND
           ELSE
               MOVE "Y" TO WS-SAVE-MASTER-FOUND
               PERFORM UNTIL WS-MASTER-EOF-SW = "Y"
                   READ INVENTORY-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF-SW
                       NOT AT END
                           MOVE INVENTORY-MASTER-RECORD
                               TO BK-RECORD-IMAGE
                           PERFORM 480-WRITE-IMAGE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-MASTER-FILE
           END-IF

           PERFORM 490-WRITE-TRAILER-ROUTINE
        .

       440-SAVE-AROPEN-ROUTINE.

           MOVE "AROPEN" TO WS-SAVE-MASTER-NAME
           MOVE ZEROES TO WS-SAVE-RECORD-COUNT
           MOVE "N" TO WS-MASTER-EOF-SW

           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-MASTER-STATUS = "35"
               MOVE "N" TO WS-SAVE-MASTER-FOUND
           ELSE
               MOVE "Y" TO WS-SAVE-MASTER-FOUND
               PERFORM UNTIL WS-MASTER-EOF-SW = "Y"
                   READ AR-OPEN-ITEM-FILE
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF-SW
                       NOT AT END
                           MOVE AR-OPEN-ITEM-RECORD
                               TO BK-RECORD-IMAGE
                           PERFORM 480-WRITE-IMAGE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-ITEM-FILE
           END-IF

           PERFORM 490-WRITE-TRAILER-ROUTINE
        .

       450-SAVE-SALESREP-ROUTINE.

           MOVE "SALESREP" TO WS-SAVE-MASTER-NAME
           MOVE ZEROES TO WS-SAVE-RECORD-COUNT
           MOVE "N" TO WS-MASTER-EOF-SW

           OPEN INPUT REP-MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               MOVE "N" TO WS-SAVE-MASTER-FOUND
           ELSE
               MOVE "Y" TO WS-SAVE-MASTER-FOUND
               PERFORM UNTIL WS-MASTER-EOF-SW = "Y"
                   READ REP-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF-SW
                       NOT AT END
                           MOVE REP-MASTER-RECORD
                               TO BK-RECORD-IMAGE
                           PERFORM 480-WRITE-IMAGE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE REP-MASTER-FILE
           END-IF

           PERFORM 490-WRITE-TRAILER-ROUTINE
        .

       460-SAVE-CONTRACT-ROUTINE.

           MOVE "CONTRACT" TO WS-SAVE-MASTER-NAME
           MOVE ZEROES TO WS-SAVE-RECORD-COUNT
           MOVE "N" TO WS-MASTER-EOF-SW

           OPEN INPUT CONTRACT-PRICE-FILE
           IF WS-MASTER-STATUS = "35"
               MOVE "N" TO WS-SAVE-MASTER-FOUND
           ELSE
               MOVE "Y" TO WS-SAVE-MASTER-FOUND
               PERFORM UNTIL WS-MASTER-EOF-SW = "Y"
                   READ CONTRACT-PRICE-FILE
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF-SW
                       NOT AT END
                           MOVE CONTRACT-PRICE-RECORD
                               TO BK-RECORD-IMAGE
                           PERFORM 480-WRITE-IMAGE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-PRICE-FILE
           END-IF

           PERFORM 490-WRITE-TRAILER-ROUTINE
        .

       480-WRITE-IMAGE-ROUTINE.

           MOVE WS-CURRENT-BATCH TO BK-BATCH-NUMBER
           MOVE WS-SAVE-MASTER-NAME TO BK-MASTER-NAME
           MOVE "D" TO BK-RECORD-TYPE
           MOVE MASTER-BACKUP-RECORD TO BACKUP-TEMP-RECORD
           WRITE BACKUP-TEMP-RECORD

           ADD 1 TO WS-SAVE-RECORD-COUNT
        .

       490-WRITE-TRAILER-ROUTINE.

           MOVE SPACES TO MASTER-BACKUP-RECORD
           MOVE WS-CURRENT-BATCH TO BK-BATCH-NUMBER
           MOVE WS-SAVE-MASTER-NAME TO BK-MASTER-NAME
           MOVE "T" TO BK-RECORD-TYPE
           MOVE WS-SAVE-RECORD-COUNT TO BK-RECORD-COUNT
           MOVE WS-SAVE-MASTER-FOUND TO BK-MASTER-FOUND
           MOVE WS-BACKUP-DATE-CC TO BK-BACKUP-DATE
           MOVE MASTER-BACKUP-RECORD TO BACKUP-TEMP-RECORD
           WRITE BACKUP-TEMP-RECORD

           IF WS-SAVE-MASTER-FOUND = "N"
               DISPLAY WS-SAVE-MASTER-NAME
                   " IS NOT ON DISK - SAVED AS EMPTY"
           ELSE
               DISPLAY WS-SAVE-MASTER-NAME " RECORDS SAVED:  "
                   WS-SAVE-RECORD-COUNT
           END-IF
        .

       500-REPLACE-BACKUP-FILE-ROUTINE.

           CLOSE BACKUP-TEMP-FILE
           OPEN INPUT  BACKUP-TEMP-FILE
                OUTPUT MASTER-BACKUP-FILE

           PERFORM UNTIL WS-TEMP-EOF-SW = "Y"
               READ BACKUP-TEMP-FILE
                   AT END
                       MOVE "Y" TO WS-TEMP-EOF-SW
                   NOT AT END
                       MOVE BACKUP-TEMP-RECORD
                           TO MASTER-BACKUP-RECORD
                       WRITE MASTER-BACKUP-RECORD
               END-READ
           END-PERFORM

           CLOSE BACKUP-TEMP-FILE
                 MASTER-BACKUP-FILE
        .

       550-END-OF-RUN-ROUTINE.

           DISPLAY "MASTERS SAVED FOR BATCH:          "
               WS-CURRENT-BATCH
           DISPLAY "GENERATIONS KEPT (WITH THIS ONE): "
               WS-GENERATIONS-KEPT
           DISPLAY "OLDER GENERATIONS DROPPED:        "
               WS-GENERATIONS-DROPPED
           DISPLAY "RECORDS CARRIED FROM GENERATIONS KEPT: "
               WS-RECORDS-KEPT-COUNT
        .

       600-CLOSE-ROUTINE.

           PERFORM 610-STAMP-RUN-END-ROUTINE

           STOP RUN
        .

       610-STAMP-RUN-END-ROUTINE.

           MOVE "E" TO RL-ACTION
           MOVE RETURN-CODE TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER
        .
