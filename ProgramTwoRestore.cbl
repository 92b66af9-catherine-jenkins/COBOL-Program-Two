       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoRestore.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is the rollback for a night whose posting went wrong.
      * ProgramTwoBackup saves CUSTMAST, PRODMAST, INVMAST, AROPEN,
      * SALESREP and CONTRACT at the start of each batch, before
      * ProgramTwoInventory, ProgramTwoStatements,
      * ProgramTwoCashPosting and ProgramTwoCollections post to them.
      * When one of those steps abends half way (DID NOT END on
      * ProgramTwoRunLog), or posts something that has to come out,
      * this program puts every master back exactly as it stood
      * before the batch, then clears what those steps left behind
      * to stop the batch posting twice - their batch control
      * records and the batch's finance charges waiting for the
      * ledger - and stamps each of them "R" (rolled back) on the
      * run-sequence file, so that none of the steps that depend on
      * them will start until they have been run again, and they
      * themselves can be.
      * Only the current batch (the latest ProgramTwo run) can be
      * rolled back, and only once its backup has ended cleanly.
      * The operator keys the batch number and confirms with YES
      * before anything is touched, and the saved copy is proved
      * complete - every master present with the record count its
      * trailer carries - before any master is opened.
      ****************************************************************
      * INPUT:
      *    The batch number and confirmation, keyed at the console.
      *    MasterBackup.dat (see MASTBKUP copybook), the copy of the
      *    masters ProgramTwoBackup took for the batch.
      *    FinanceChargeFile.txt (see FINCHG copybook), the charges
      *    not yet taken to the ledger.  Missing means none.
      *    DUNHIST.dat (see DUNHIST copybook), the dunning history
      *    ProgramTwoCollections dated each charge on.
      ****************************************************************
      * OUTPUT:
      *    CUSTMAST.dat, PRODMAST.dat, INVMAST.dat, AROPEN.dat,
      *    SALESREP.dat and CONTRACT.dat reloaded from the copy.
      *    InventoryBatchControl.dat, CashPostingControl.dat and
      *    CollectionsControl.dat emptied when they record this
      *    batch as posted.
      *    FinanceChargeFile.txt less this batch's charges, and
      *    DUNHIST.dat with each dropped charge taken back off the
      *    customer's history so the rerun assesses it again.
      *    ProgramTwoRunSequence.dat, a rollback stamp for
      *    INVENTORY, STATEMENTS, CASHPOSTING and COLLECTIONS.
      *    Counts of records restored per master are displayed when
      *    the run finishes.
      * NOTE: maintenance, receipts and cycle counts keyed since the
      *    backup are lost with the rollback and must be keyed again,
      *    as must cash receipts the cash poster has already cleared.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-BACKUP-FILE
               ASSIGN TO 'MasterBackup.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
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
           SELECT INVENTORY-CONTROL-FILE
               ASSIGN TO 'InventoryBatchControl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CASH-CONTROL-FILE
               ASSIGN TO 'CashPostingControl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT COLLECTIONS-CONTROL-FILE
               ASSIGN TO 'CollectionsControl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FINANCE-CHARGE-FILE
               ASSIGN TO 'FinanceChargeFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINCHG-STATUS.
           SELECT DUNNING-HISTORY-FILE
               ASSIGN TO 'DUNHIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-CUSTOMER-ID
               FILE STATUS IS WS-DUNHIST-STATUS.
           SELECT FINANCE-CHARGE-TEMP-FILE
               ASSIGN TO 'FinanceChargeFile.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-BACKUP-FILE
           RECORD CONTAINS 115 CHARACTERS.

           COPY MASTBKUP.

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

       FD  INVENTORY-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  INVENTORY-CONTROL-RECORD.
           05  IB-LAST-BATCH-POSTED        PIC 9(6).

       FD  CASH-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  CASH-CONTROL-RECORD.
           05  CB-LAST-BATCH-POSTED        PIC 9(6).

       FD  COLLECTIONS-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  COLLECTIONS-CONTROL-RECORD.
           05  CC-LAST-BATCH-WORKED        PIC 9(6).

       FD  FINANCE-CHARGE-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY FINCHG.

       FD  DUNNING-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY DUNHIST.

       FD  FINANCE-CHARGE-TEMP-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  FINANCE-CHARGE-TEMP-RECORD      PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 WS-BACKUP-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-FINCHG-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-TEMP-EOF-SW               PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-BACKUP-STATUS             PIC X(2).
           05 WS-MASTER-STATUS             PIC X(2).
           05 WS-CONTROL-STATUS            PIC X(2).
           05 WS-FINCHG-STATUS             PIC X(2).
           05 WS-DUNHIST-STATUS            PIC X(2).

       01  WS-RESTORE-FIELDS.
           05 WS-CURRENT-BATCH             PIC 9(6)    VALUE 0.
           05 WS-KEYED-BATCH-X             PIC X(6).
           05 WS-KEYED-BATCH REDEFINES WS-KEYED-BATCH-X
                                           PIC 9(6).
           05 WS-CONFIRM-ANSWER            PIC X(3).
           05 WS-GENERATION-OK-SW          PIC X(3)    VALUE "YES".
           05 WS-MASTER-SUB                PIC 9(1)    VALUE 0.
           05 WS-MASTER-FOUND-SW           PIC X(3)    VALUE "NO".
           05 WS-RECORDS-RESTORED-COUNT    PIC 9(7)    VALUE 0.
           05 WS-CHARGES-DROPPED-COUNT     PIC 9(5)    VALUE 0.
           05 WS-CHARGES-REVERSED-COUNT    PIC 9(5)    VALUE 0.
           05 WS-DUNHIST-OPEN-SW           PIC X(3)    VALUE "NO".
           05 WS-CONTROLS-CLEARED-COUNT    PIC 9(1)    VALUE 0.

      *    THE SIX MASTERS IN THE ORDER THE BACKUP WRITES THEM, WITH
      *    WHAT THE VERIFYING PASS FINDS ON THE SAVED COPY FOR EACH
       01  WS-MASTER-NAME-VALUES.
           05  FILLER                      PIC X(8)    VALUE
           "CUSTMAST".
           05  FILLER                      PIC X(8)    VALUE
           "PRODMAST".
           05  FILLER                      PIC X(8)    VALUE
           "INVMAST".
           05  FILLER                      PIC X(8)    VALUE
           "AROPEN".
           05  FILLER                      PIC X(8)    VALUE
           "SALESREP".
           05  FILLER                      PIC X(8)    VALUE
           "CONTRACT".

       01  WS-MASTER-NAME-TABLE REDEFINES WS-MASTER-NAME-VALUES.
           05  WS-MASTER-NAME              OCCURS 6 TIMES
                                           PIC X(8).

       01  WS-MASTER-COUNT-TABLE.
           05  WS-MASTER-COUNTS            OCCURS 6 TIMES.
               10  WS-SAVED-COUNT          PIC 9(7).
               10  WS-TRAILER-COUNT        PIC 9(7).
               10  WS-TRAILER-SEEN         PIC X(1).
               10  WS-RESTORED-COUNT       PIC 9(7).

      *    STEPS WHOSE POSTINGS THE ROLLBACK TAKES OUT - EACH GETS
      *    AN "R" STAMP SO IT AND WHAT DEPENDS ON IT RUN AGAIN
       01  WS-ROLLBACK-STEP-VALUES.
           05  FILLER                      PIC X(12)   VALUE
           "INVENTORY".
           05  FILLER                      PIC X(12)   VALUE
           "STATEMENTS".
           05  FILLER                      PIC X(12)   VALUE
           "CASHPOSTING".
           05  FILLER                      PIC X(12)   VALUE
           "COLLECTIONS".

       01  WS-ROLLBACK-STEP-TABLE REDEFINES WS-ROLLBACK-STEP-VALUES.
           05  WS-ROLLBACK-STEP            OCCURS 4 TIMES
                                           PIC X(12).

       01  WS-ROLLBACK-PARAMETER.
           05  WS-RB-ACTION                PIC X(1).
           05  WS-RB-PROGRAM-NAME          PIC X(12).
           05  WS-RB-PREREQ-NAME           PIC X(12).
           05  WS-RB-BATCH-NUMBER          PIC 9(6).
           05  WS-RB-RETURN-CODE           PIC 9(2).
           05  WS-RB-RESULT                PIC X(1).

           COPY RUNSEQL.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 140-STAMP-RUN-START-ROUTINE
           PERFORM 150-CONFIRM-BATCH-ROUTINE
           PERFORM 200-VERIFY-GENERATION-ROUTINE
           PERFORM 300-RESTORE-MASTERS-ROUTINE
           PERFORM 400-CLEAR-BATCH-CONTROLS-ROUTINE
           PERFORM 450-DROP-FINANCE-CHARGES-ROUTINE
           PERFORM 500-STAMP-ROLLBACK-ROUTINE
           PERFORM 550-END-OF-RUN-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       140-STAMP-RUN-START-ROUTINE.

      *    THE ROLLBACK RUNS UNDER THE CURRENT BATCH AND NEEDS THAT
      *    BATCH'S BACKUP TO HAVE ENDED CLEANLY - WITHOUT IT THERE
      *    IS NO COPY TO PUT BACK
           MOVE "S" TO RL-ACTION
           MOVE "RESTORE" TO RL-PROGRAM-NAME
           MOVE "BACKUP" TO RL-PREREQ-NAME
           MOVE ZEROES TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER

           IF RL-RESULT = "8"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RL-BATCH-NUMBER TO WS-CURRENT-BATCH
        .

       150-CONFIRM-BATCH-ROUTINE.

      *    THE OPERATOR MUST KEY THE BATCH BEING ROLLED BACK AND
      *    CONFIRM IT - NOTHING IS TOUCHED ON A MISMATCH OR A NO
           DISPLAY "CURRENT BATCH IS " WS-CURRENT-BATCH
           DISPLAY "EVERY MASTER WILL BE PUT BACK AS IT STOOD BEFORE "
               "THIS BATCH POSTED"
           DISPLAY "ENTER BATCH NUMBER TO ROLL BACK: "
           ACCEPT WS-KEYED-BATCH-X FROM CONSOLE

           IF WS-KEYED-BATCH-X NOT NUMERIC
               DISPLAY "BATCH NUMBER MUST BE 6 DIGITS - "
                   "NOTHING RESTORED"
               MOVE 8 TO RETURN-CODE
               PERFORM 600-CLOSE-ROUTINE
           END-IF

           IF WS-KEYED-BATCH NOT = WS-CURRENT-BATCH
               DISPLAY "ONLY THE CURRENT BATCH " WS-CURRENT-BATCH
                   " CAN BE ROLLED BACK - NOTHING RESTORED"
               MOVE 8 TO RETURN-CODE
               PERFORM 600-CLOSE-ROUTINE
           END-IF

           DISPLAY "TYPE YES TO ROLL BACK BATCH " WS-CURRENT-BATCH ": "
           ACCEPT WS-CONFIRM-ANSWER FROM CONSOLE

           IF WS-CONFIRM-ANSWER NOT = "YES"
               DISPLAY "ROLLBACK NOT CONFIRMED - NOTHING RESTORED"
               MOVE 8 TO RETURN-CODE
               PERFORM 600-CLOSE-ROUTINE
           END-IF
        .

       200-VERIFY-GENERATION-ROUTINE.

      *    THE SAVED COPY IS PROVED COMPLETE BEFORE ANY MASTER IS
      *    OPENED FOR OUTPUT - A MASTER MISSING FROM THE COPY, OR
      *    ONE WHOSE RECORDS DO NOT AGREE WITH ITS TRAILER, WOULD BE
      *    RESTORED SHORT.  FILE STATUS 35 MEANS NO BACKUP AT ALL
           MOVE 1 TO WS-MASTER-SUB
           PERFORM UNTIL WS-MASTER-SUB > 6
               MOVE ZEROES TO WS-SAVED-COUNT (WS-MASTER-SUB)
               MOVE ZEROES TO WS-TRAILER-COUNT (WS-MASTER-SUB)
               MOVE "N" TO WS-TRAILER-SEEN (WS-MASTER-SUB)
               MOVE ZEROES TO WS-RESTORED-COUNT (WS-MASTER-SUB)
               ADD 1 TO WS-MASTER-SUB
           END-PERFORM

           OPEN INPUT MASTER-BACKUP-FILE
           IF WS-BACKUP-STATUS = "35"
               DISPLAY "MasterBackup.dat NOT FOUND - NOTHING RESTORED"
               MOVE 8 TO RETURN-CODE
               PERFORM 600-CLOSE-ROUTINE
           END-IF

           MOVE "N" TO WS-BACKUP-EOF-SW
           PERFORM UNTIL WS-BACKUP-EOF-SW = "Y"
               READ MASTER-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-BACKUP-EOF-SW
                   NOT AT END
                       IF BK-BATCH-NUMBER = WS-CURRENT-BATCH
                           PERFORM 210-COUNT-SAVED-RECORD-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-BACKUP-FILE

           MOVE 1 TO WS-MASTER-SUB
           PERFORM UNTIL WS-MASTER-SUB > 6
               IF WS-TRAILER-SEEN (WS-MASTER-SUB) = "N"
                   DISPLAY WS-MASTER-NAME (WS-MASTER-SUB)
                       " HAS NO COMPLETE COPY FOR BATCH "
                       WS-CURRENT-BATCH
                   MOVE "NO" TO WS-GENERATION-OK-SW
               ELSE
                   IF WS-SAVED-COUNT (WS-MASTER-SUB) NOT =
                           WS-TRAILER-COUNT (WS-MASTER-SUB)
                       DISPLAY WS-MASTER-NAME (WS-MASTER-SUB)
                           " COPY HOLDS " WS-SAVED-COUNT (WS-MASTER-SUB)
                           " RECORDS, TRAILER SAYS "
                           WS-TRAILER-COUNT (WS-MASTER-SUB)
                       MOVE "NO" TO WS-GENERATION-OK-SW
                   END-IF
               END-IF
               ADD 1 TO WS-MASTER-SUB
           END-PERFORM

           IF WS-GENERATION-OK-SW = "NO"
               DISPLAY "BACKUP FOR BATCH " WS-CURRENT-BATCH
                   " IS NOT COMPLETE - NOTHING RESTORED"
               MOVE 8 TO RETURN-CODE
               PERFORM 600-CLOSE-ROUTINE
           END-IF
        .

       210-COUNT-SAVED-RECORD-ROUTINE.

           PERFORM 250-FIND-MASTER-ROUTINE

           IF WS-MASTER-FOUND-SW = "YES"
               IF BK-RECORD-TYPE = "T"
                   MOVE "Y" TO WS-TRAILER-SEEN (WS-MASTER-SUB)
                   MOVE BK-RECORD-COUNT
                       TO WS-TRAILER-COUNT (WS-MASTER-SUB)
               ELSE
                   ADD 1 TO WS-SAVED-COUNT (WS-MASTER-SUB)
               END-IF
           END-IF
        .

       250-FIND-MASTER-ROUTINE.

           MOVE "NO" TO WS-MASTER-FOUND-SW
           MOVE 1 TO WS-MASTER-SUB
           PERFORM UNTIL WS-MASTER-SUB > 6
                   OR WS-MASTER-FOUND-SW = "YES"
               IF WS-MASTER-NAME (WS-MASTER-SUB) = BK-MASTER-NAME
                   MOVE "YES" TO WS-MASTER-FOUND-SW
               ELSE
                   ADD 1 TO WS-MASTER-SUB
               END-IF
           END-PERFORM
        .

       300-RESTORE-MASTERS-ROUTINE.

      *    EVERY MASTER IS RECREATED EMPTY FIRST, SO A MASTER THAT
      *    WAS NOT ON DISK AT BACKUP TIME COMES BACK EMPTY AND A
      *    RECORD ADDED SINCE DOES NOT SURVIVE.  THE SAVED RECORDS
      *    ARE IN KEY ORDER, AS THEY WERE READ
           OPEN OUTPUT CUSTOMER-MASTER-FILE
                       PRODUCT-MASTER-FILE
                       INVENTORY-MASTER-FILE
                       AR-OPEN-ITEM-FILE
                       REP-MASTER-FILE
                       CONTRACT-PRICE-FILE

           OPEN INPUT MASTER-BACKUP-FILE
           MOVE "N" TO WS-BACKUP-EOF-SW
           PERFORM UNTIL WS-BACKUP-EOF-SW = "Y"
               READ MASTER-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-BACKUP-EOF-SW
                   NOT AT END
                       IF BK-BATCH-NUMBER = WS-CURRENT-BATCH
                               AND BK-RECORD-TYPE = "D"
                           PERFORM 310-WRITE-MASTER-RECORD-ROUTINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MASTER-BACKUP-FILE
                 CUSTOMER-MASTER-FILE
                 PRODUCT-MASTER-FILE
                 INVENTORY-MASTER-FILE
                 AR-OPEN-ITEM-FILE
                 REP-MASTER-FILE
                 CONTRACT-PRICE-FILE
        .

       310-WRITE-MASTER-RECORD-ROUTINE.

           PERFORM 250-FIND-MASTER-ROUTINE

           EVALUATE BK-MASTER-NAME
               WHEN "CUSTMAST"
                   MOVE BK-RECORD-IMAGE TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
               WHEN "PRODMAST"
                   MOVE BK-RECORD-IMAGE TO PRODUCT-MASTER-RECORD
                   WRITE PRODUCT-MASTER-RECORD
               WHEN "INVMAST"
                   MOVE BK-RECORD-IMAGE TO INVENTORY-MASTER-RECORD
                   WRITE INVENTORY-MASTER-RECORD
               WHEN "AROPEN"
                   MOVE BK-RECORD-IMAGE TO AR-OPEN-ITEM-RECORD
                   WRITE AR-OPEN-ITEM-RECORD
               WHEN "SALESREP"
                   MOVE BK-RECORD-IMAGE TO REP-MASTER-RECORD
                   WRITE REP-MASTER-RECORD
               WHEN "CONTRACT"
                   MOVE BK-RECORD-IMAGE TO CONTRACT-PRICE-RECORD
                   WRITE CONTRACT-PRICE-RECORD
           END-EVALUATE

           IF WS-MASTER-STATUS = "00"
               ADD 1 TO WS-RESTORED-COUNT (WS-MASTER-SUB)
               ADD 1 TO WS-RECORDS-RESTORED-COUNT
           ELSE
               DISPLAY BK-MASTER-NAME " RECORD NOT RESTORED, STATUS "
                   WS-MASTER-STATUS ": " BK-RECORD-IMAGE (1:40)
               MOVE 4 TO RETURN-CODE
           END-IF
        .

       400-CLEAR-BATCH-CONTROLS-ROUTINE.

      *    A POSTER THAT ENDED CLEANLY FOR THIS BATCH HAS RECORDED
      *    IT, AND WOULD REFUSE THE RERUN THE ROLLBACK IS FOR.  A
      *    RECORD FOR AN EARLIER BATCH IS LEFT AS IT IS.  FILE
      *    STATUS 35 JUST MEANS THAT POSTER HAS NEVER RUN
           OPEN INPUT INVENTORY-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "35"
               MOVE ZEROES TO IB-LAST-BATCH-POSTED
               READ INVENTORY-CONTROL-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE INVENTORY-CONTROL-FILE
               IF IB-LAST-BATCH-POSTED = WS-CURRENT-BATCH
                   OPEN OUTPUT INVENTORY-CONTROL-FILE
                   CLOSE INVENTORY-CONTROL-FILE
                   ADD 1 TO WS-CONTROLS-CLEARED-COUNT
               END-IF
           END-IF

           OPEN INPUT CASH-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "35"
               MOVE ZEROES TO CB-LAST-BATCH-POSTED
               READ CASH-CONTROL-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE CASH-CONTROL-FILE
               IF CB-LAST-BATCH-POSTED = WS-CURRENT-BATCH
                   OPEN OUTPUT CASH-CONTROL-FILE
                   CLOSE CASH-CONTROL-FILE
                   ADD 1 TO WS-CONTROLS-CLEARED-COUNT
               END-IF
           END-IF

           OPEN INPUT COLLECTIONS-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "35"
               MOVE ZEROES TO CC-LAST-BATCH-WORKED
               READ COLLECTIONS-CONTROL-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE COLLECTIONS-CONTROL-FILE
               IF CC-LAST-BATCH-WORKED = WS-CURRENT-BATCH
                   OPEN OUTPUT COLLECTIONS-CONTROL-FILE
                   CLOSE COLLECTIONS-CONTROL-FILE
                   ADD 1 TO WS-CONTROLS-CLEARED-COUNT
               END-IF
           END-IF
        .

       450-DROP-FINANCE-CHARGES-ROUTINE.

      *    THE BATCH'S FINANCE CHARGES CAME OFF AROPEN WITH THE
      *    ROLLBACK, SO THEY MUST NOT REACH THE LEDGER.  DUNHIST IS
      *    NOT PART OF THE SAVED COPY, SO EACH CHARGE DROPPED IS
      *    ALSO TAKEN BACK OFF THE CUSTOMER'S DUNNING HISTORY -
      *    OTHERWISE THE CHARGE DATE LEFT ON IT WOULD TELL THE RERUN
      *    OF ProgramTwoCollections THE MONTH'S CHARGE WAS ALREADY
      *    MADE.  FILE STATUS 35 JUST MEANS NONE ARE WAITING
           OPEN INPUT FINANCE-CHARGE-FILE
           IF WS-FINCHG-STATUS NOT = "35"
               OPEN I-O DUNNING-HISTORY-FILE
               IF WS-DUNHIST-STATUS NOT = "35"
                   MOVE "YES" TO WS-DUNHIST-OPEN-SW
               END-IF
               OPEN OUTPUT FINANCE-CHARGE-TEMP-FILE
               PERFORM UNTIL WS-FINCHG-EOF-SW = "Y"
                   READ FINANCE-CHARGE-FILE
                       AT END
                           MOVE "Y" TO WS-FINCHG-EOF-SW
                       NOT AT END
                           IF FC-BATCH-NUMBER = WS-CURRENT-BATCH
                               ADD 1 TO WS-CHARGES-DROPPED-COUNT
                               IF WS-DUNHIST-OPEN-SW = "YES"
                                   PERFORM 455-REVERSE-CHARGE-ROUTINE
                               END-IF
                           ELSE
                               MOVE FINANCE-CHARGE-RECORD
                                   TO FINANCE-CHARGE-TEMP-RECORD
                               WRITE FINANCE-CHARGE-TEMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINANCE-CHARGE-FILE
                     FINANCE-CHARGE-TEMP-FILE
               IF WS-DUNHIST-OPEN-SW = "YES"
                   CLOSE DUNNING-HISTORY-FILE
               END-IF

               OPEN INPUT  FINANCE-CHARGE-TEMP-FILE
                    OUTPUT FINANCE-CHARGE-FILE
               PERFORM UNTIL WS-TEMP-EOF-SW = "Y"
                   READ FINANCE-CHARGE-TEMP-FILE
                       AT END
                           MOVE "Y" TO WS-TEMP-EOF-SW
                       NOT AT END
                           MOVE FINANCE-CHARGE-TEMP-RECORD
                               TO FINANCE-CHARGE-RECORD
                           WRITE FINANCE-CHARGE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FINANCE-CHARGE-TEMP-FILE
                     FINANCE-CHARGE-FILE
           END-IF
        .

       455-REVERSE-CHARGE-ROUTINE.

      *    A CUSTOMER IS CHARGED AT MOST ONCE A MONTH, SO THE CHARGE
      *    BEFORE THIS ONE WAS IN AN EARLIER MONTH - ZERO LETS THE
      *    RERUN CHARGE THE MONTH EXACTLY AS THAT DATE WOULD HAVE.
      *    A HISTORY ALREADY CARRYING A DIFFERENT DATE WAS NOT LEFT
      *    BY THIS CHARGE AND IS NOT TOUCHED
           MOVE FC-CUSTOMER-ID TO DH-CUSTOMER-ID

           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DH-LAST-CHARGE-DATE = FC-CHARGE-DATE
                       MOVE ZEROES TO DH-LAST-CHARGE-DATE
                       IF DH-TOTAL-CHARGED GREATER THAN
                               FC-CHARGE-AMOUNT
                           SUBTRACT FC-CHARGE-AMOUNT
                               FROM DH-TOTAL-CHARGED
                       ELSE
                           MOVE ZEROES TO DH-TOTAL-CHARGED
                       END-IF
                       REWRITE DUNNING-HISTORY-RECORD
                       ADD 1 TO WS-CHARGES-REVERSED-COUNT
                   END-IF
           END-READ
        .

       500-STAMP-ROLLBACK-ROUTINE.

      *    AN "R" STAMP AFTER A STEP'S CLEAN END CANCELS IT, SO THE
      *    RUN-CONTROL CHECK MAKES EVERY STEP BEHIND IT WAIT FOR
      *    THE RERUN.  THE STEPS ARE STAMPED THROUGH A PARAMETER
      *    BLOCK OF THEIR OWN SO THIS RUN'S START AND END STAMPS
      *    STAY UNDER RESTORE
           MOVE 1 TO WS-MASTER-SUB
           PERFORM UNTIL WS-MASTER-SUB > 4
               MOVE "R" TO WS-RB-ACTION
               MOVE WS-ROLLBACK-STEP (WS-MASTER-SUB)
                   TO WS-RB-PROGRAM-NAME
               MOVE SPACES TO WS-RB-PREREQ-NAME
               MOVE WS-CURRENT-BATCH TO WS-RB-BATCH-NUMBER
               MOVE ZEROES TO WS-RB-RETURN-CODE
               CALL "ProgramTwoRunControl"
                   USING WS-ROLLBACK-PARAMETER
               ADD 1 TO WS-MASTER-SUB
           END-PERFORM
        .

       550-END-OF-RUN-ROUTINE.

           DISPLAY "BATCH ROLLED BACK:                " WS-CURRENT-BATCH
           MOVE 1 TO WS-MASTER-SUB
           PERFORM UNTIL WS-MASTER-SUB > 6
               DISPLAY WS-MASTER-NAME (WS-MASTER-SUB)
                   " RECORDS RESTORED:        "
                   WS-RESTORED-COUNT (WS-MASTER-SUB)
               ADD 1 TO WS-MASTER-SUB
           END-PERFORM
           DISPLAY "TOTAL RECORDS RESTORED:           "
               WS-RECORDS-RESTORED-COUNT
           DISPLAY "BATCH CONTROL RECORDS CLEARED:    "
               WS-CONTROLS-CLEARED-COUNT
           DISPLAY "FINANCE CHARGES DROPPED:          "
               WS-CHARGES-DROPPED-COUNT
           DISPLAY "DUNNING HISTORY CHARGES REVERSED: "
               WS-CHARGES-REVERSED-COUNT
           DISPLAY "RERUN INVENTORY, STATEMENTS, CASHPOSTING AND "
               "COLLECTIONS FOR THIS BATCH"
           DISPLAY "MAINTENANCE, RECEIPTS AND COUNTS KEYED SINCE THE "
               "BACKUP MUST BE KEYED AGAIN"
           DISPLAY "CASH RECEIPTS ALREADY POSTED THIS BATCH MUST BE "
               "KEYED AGAIN"
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
