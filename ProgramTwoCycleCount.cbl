       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoCycleCount.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that finishes a cycle
      * count.  ProgramTwoCountSheets printed the sheets and froze
      * each product's on-hand on the open cycle count file; the
      * warehouse keys what it counted, and this program reports
      * every count against its frozen figure and posts the ones
      * that are approved.
      * The variance - counted less frozen - is what is posted.  It
      * is added to the product's on-hand as it stands today, so
      * sales and receipts posted between the sheet and the count
      * are kept, where a reload from the count would have lost
      * them.  Every posting is added to the inventory adjustment
      * history, which is only ever extended, so shrinkage can be
      * measured across counts instead of being overwritten.
      * A small variance is approved as counted.  A large one -
      * WS-RECOUNT-QTY units or WS-RECOUNT-VALUE at the product's
      * unit price, either way - is held for a recount on its
      * first count and the count is left open, re-frozen at the
      * on-hand as it stands at the end of this run so the recount
      * is measured against today's figure and the sales and
      * receipts posted since the sheet are not posted again when
      * the recount's variance is added on.  If the recount
      * still shows a large variance it posts only when the
      * recount is keyed with the name of whoever approved it;
      * until then it waits, open, for that approval.  A count
      * keyed again for a product already counted in the same run
      * is not taken - a recount has to be a separate count.
      ****************************************************************
      * INPUT:
      *    The CYCLE COUNT FILE contains the following data in each
      *    record:
      *         1. PRODUCT ID
      *         2. COUNTED QUANTITY
      *         3. APPROVED BY (needed only for a large variance on
      *            a recount)
      *    CYCCOUNT.dat (see CYCCOUNT copybook), the open counts with
      *    their frozen on-hand.
      *    The INVENTORY MASTER (see INVMAST copybook), keyed by
      *    product ID, updated in place.
      *    The PRODUCT MASTER (see PRODMAST copybook) supplies the
      *    product name and the unit price the variance is valued
      *    at.
      ****************************************************************
      * OUTPUT:
      *    INVMAST.dat with the approved variances posted.
      *    InventoryAdjustmentHistory.dat (see INVADJ copybook), one
      *    record added per count posted, a count that agreed with
      *    the frozen figure included.
      *    CYCCOUNT.dat with each posted count removed and each count
      *    held for a recount or approval updated and left open.
      *    The COUNT VARIANCE REPORT, one line per count showing the
      *    system (frozen) quantity, counted quantity, difference,
      *    value of the difference and what was done with it, a line
      *    for each count with no open count to post against and each
      *    count rejected, counts of each, and the value of the
      *    shortages, overages and net adjustment posted.
      *    CycleCountFile.txt is cleared at clean end of job, the
      *    same way ProgramTwoReceiving clears its receipts, so a
      *    second run cannot post the same counts twice.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-COUNT-ENTRY-FILE
               ASSIGN TO 'CycleCountFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-STATUS.
           SELECT CYCLE-COUNT-FILE
               ASSIGN TO 'CYCCOUNT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CY-PRODUCT-ID
               FILE STATUS IS WS-CYCCOUNT-STATUS.
           SELECT INVENTORY-MASTER-FILE
               ASSIGN TO 'INVMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-PRODUCT-ID
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT ADJUSTMENT-HISTORY-FILE
               ASSIGN TO 'InventoryAdjustmentHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT VARIANCE-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'CountVarianceReport.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  CYCLE-COUNT-ENTRY-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01  CYCLE-COUNT-ENTRY-RECORD.
           05  CE-PRODUCT-ID               PIC X(3).
           05  FILLER                      PIC X(1).
           05  CE-COUNTED-QTY              PIC 9(5).
           05  FILLER                      PIC X(1).
           05  CE-APPROVED-BY              PIC X(10).

       FD  CYCLE-COUNT-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY CYCCOUNT.

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY INVMAST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY PRODMAST.

       FD  ADJUSTMENT-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY INVADJ.

       FD  VARIANCE-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-ENTRY-STATUS              PIC X(2).
           05 WS-CYCCOUNT-STATUS           PIC X(2).
           05 WS-INVMAST-STATUS            PIC X(2).
           05 WS-PRODMAST-STATUS           PIC X(2).
           05 WS-ADJUST-STATUS             PIC X(2).

      *    A VARIANCE OF EITHER SIZE IS COUNTED AGAIN BEFORE IT POSTS
       01  WS-RECOUNT-LIMITS.
           05 WS-RECOUNT-QTY               PIC 9(5)    VALUE 25.
           05 WS-RECOUNT-VALUE             PIC 9(7)V99 VALUE 250.00.

       01  WS-VARIANCE-FIELDS.
           05 WS-VARIANCE-QTY              PIC S9(6)   VALUE 0.
           05 WS-VARIANCE-VALUE            PIC S9(8)V99 VALUE 0.
           05 WS-ABSOLUTE-QTY              PIC 9(6)    VALUE 0.
           05 WS-ABSOLUTE-VALUE            PIC 9(8)V99 VALUE 0.
           05 WS-UNIT-PRICE                PIC 999V99  VALUE 0.
           05 WS-ON-HAND-BEFORE            PIC S9(5)   VALUE 0.
           05 WS-LARGE-VARIANCE-SW         PIC X(3)    VALUE "NO".
           05 WS-POSTED-SW                 PIC X(3)    VALUE "NO".
           05 WS-RECOUNT-SW                PIC X(3)    VALUE "NO".
           05 WS-APPROVED-BY               PIC X(10)   VALUE SPACES.

       01  WS-COUNT-FIELDS.
           05 WS-ENTRY-COUNT               PIC 9(5)    VALUE 0.
           05 WS-POSTED-COUNT              PIC 9(5)    VALUE 0.
           05 WS-NO-VARIANCE-COUNT         PIC 9(5)    VALUE 0.
           05 WS-RECOUNT-COUNT             PIC 9(5)    VALUE 0.
           05 WS-AWAITING-COUNT            PIC 9(5)    VALUE 0.
           05 WS-NO-OPEN-COUNT             PIC 9(5)    VALUE 0.
           05 WS-NOT-ON-MASTER-COUNT       PIC 9(5)    VALUE 0.
           05 WS-REJECTED-COUNT            PIC 9(5)    VALUE 0.
           05 WS-SHORTAGE-VALUE            PIC S9(9)V99 VALUE 0.
           05 WS-OVERAGE-VALUE             PIC S9(9)V99 VALUE 0.
           05 WS-NET-ADJUST-VALUE          PIC S9(9)V99 VALUE 0.

      *    PRODUCTS COUNTED THIS RUN - A SECOND COUNT FOR ONE OF THEM
      *    IN THE SAME FILE IS NOT TAKEN AS ITS RECOUNT
       01  WS-COUNTED-TABLE.
           05 WS-COUNTED-ENTRY OCCURS 500 TIMES.
               10 WS-COUNTED-PRODUCT-ID    PIC X(3).
       01  WS-COUNTED-TOTAL                PIC 9(3)    VALUE 0.
       01  WS-COUNTED-SUB                  PIC 9(3)    VALUE 0.
       01  WS-COUNTED-FOUND-SW             PIC X(3)    VALUE "NO".

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-TODAY-CC                     PIC 9(8)    VALUE 0.
       01  WS-DATE-TEMP                    PIC 9(8)    VALUE 0.

       01  WS-REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.

      ********************    OUTPUT AREA    *************************

       01  REPORT-HEADING-ONE.
           05                      PIC X(34)       VALUE SPACES.
           05                      PIC X(11)       VALUE "ASHRALS LTD".
           05                      PIC X(34)       VALUE SPACES.

       01  REPORT-HEADING-TWO.
           05                      PIC X(10)       VALUE SPACES.
           05  H2-DATE.
               10  H2-MONTH        PIC 99.
               10                  PIC X           VALUE "/".
               10  H2-DAY          PIC 99.
               10                  PIC X           VALUE "/".
               10  H2-YEAR         PIC 99.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(28)       VALUE
                                       "CYCLE COUNT VARIANCE REPORT ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(4)    VALUE "PROD".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(7)    VALUE "PRODUCT".
           05                      PIC X(9)    VALUE SPACES.
           05                      PIC X(6)    VALUE "SYSTEM".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(7)    VALUE "COUNTED".
           05                      PIC X(5)    VALUE SPACES.
           05                      PIC X(4)    VALUE "DIFF".
           05                      PIC X(8)    VALUE SPACES.
           05                      PIC X(5)    VALUE "VALUE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE "STATUS".
           05                      PIC X(14)   VALUE SPACES.

       01  VARIANCE-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  VD-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-PRODUCT-NAME     PIC X(14).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  VD-SYSTEM-QTY       PIC -ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-COUNTED-QTY      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-VARIANCE-QTY     PIC -ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-VARIANCE-VALUE   PIC -ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-STATUS-TEXT      PIC X(17).
           05  FILLER              PIC X(3)    VALUE SPACES.

       01  COUNT-NOTE-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  CN-NOTE-TEXT        PIC X(23).
           05  CN-FIRST-COUNT-QTY  PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  CN-APPROVAL-TEXT    PIC X(13).
           05  CN-APPROVED-BY      PIC X(10).
           05  FILLER              PIC X(16)   VALUE SPACES.

       01  COUNT-EXCEPTION-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE "PRODUCT ".
           05  EX-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  EX-EXCEPTION-TEXT   PIC X(50).
           05  FILLER              PIC X(16)   VALUE SPACES.

       01  REJECTED-COUNT-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(16)   VALUE "COUNT REJECTED: ".
           05  RJ-RAW-RECORD       PIC X(20).
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  COUNT-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05  CT-DESCRIPTION      PIC X(28).
           05  CT-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(36)   VALUE SPACES.

       01  AMOUNT-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05  AT-DESCRIPTION      PIC X(28).
           05  AT-AMOUNT           PIC $Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(28)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 350-READ-COUNT-FILE-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

           OPEN INPUT CYCLE-COUNT-ENTRY-FILE
           IF WS-ENTRY-STATUS = "35"
               DISPLAY "CycleCountFile.txt IS MISSING - "
                   "NO COUNTS WERE KEYED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CYCLE-COUNT-FILE
           IF WS-CYCCOUNT-STATUS = "35"
               DISPLAY "CYCCOUNT.dat IS MISSING - RUN "
                   "ProgramTwoCountSheets BEFORE KEYING COUNTS"
               CLOSE CYCLE-COUNT-ENTRY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE HISTORY IS PERMANENT - EACH RUN ADDS TO THE END OF IT
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE
           IF WS-ADJUST-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-HISTORY-FILE
           END-IF

           OPEN INPUT  PRODUCT-MASTER-FILE
                I-O    INVENTORY-MASTER-FILE
                OUTPUT VARIANCE-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

           ADD 20000000 TO WS-TODAY-CC
           MULTIPLY WS-YEAR BY 10000 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           MULTIPLY WS-MONTH BY 100 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           ADD WS-DAY TO WS-TODAY-CC
        .

       200-WRITE-REPORT-HEADERS-ROUTINE.

           WRITE REPORT-RECORD FROM REPORT-HEADING-ONE
               AFTER ADVANCING PAGE.

           MOVE REPORT-HEADING-TWO TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 3 TO PROPER-SPACING
           MOVE COLUMN-HEADING-THREE TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       300-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
        .

       350-READ-COUNT-FILE-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ CYCLE-COUNT-ENTRY-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM 400-PROCESS-COUNT-ROUTINE
               END-READ
           END-PERFORM
        .

       400-PROCESS-COUNT-ROUTINE.

           IF CE-PRODUCT-ID = SPACES
                   OR CE-COUNTED-QTY NOT NUMERIC
               MOVE CYCLE-COUNT-ENTRY-RECORD TO RJ-RAW-RECORD
               MOVE REJECTED-COUNT-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 405-CHECK-COUNTED-TABLE-ROUTINE
               IF WS-COUNTED-FOUND-SW = "YES"
                   MOVE CE-PRODUCT-ID TO EX-PRODUCT-ID
                   MOVE "COUNTED TWICE THIS RUN - RECOUNT NOT TAKEN"
                       TO EX-EXCEPTION-TEXT
                   PERFORM 490-WRITE-EXCEPTION-ROUTINE
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM 410-MATCH-OPEN-COUNT-ROUTINE
               END-IF
           END-IF
        .

       405-CHECK-COUNTED-TABLE-ROUTINE.

           MOVE "NO" TO WS-COUNTED-FOUND-SW
           MOVE 1 TO WS-COUNTED-SUB
           PERFORM UNTIL WS-COUNTED-SUB GREATER THAN WS-COUNTED-TOTAL
                   OR WS-COUNTED-FOUND-SW = "YES"
               IF WS-COUNTED-PRODUCT-ID (WS-COUNTED-SUB)
                       = CE-PRODUCT-ID
                   MOVE "YES" TO WS-COUNTED-FOUND-SW
               ELSE
                   ADD 1 TO WS-COUNTED-SUB
               END-IF
           END-PERFORM

           IF WS-COUNTED-FOUND-SW = "NO"
                   AND WS-COUNTED-TOTAL LESS THAN 500
               ADD 1 TO WS-COUNTED-TOTAL
               MOVE CE-PRODUCT-ID
                   TO WS-COUNTED-PRODUCT-ID (WS-COUNTED-TOTAL)
           END-IF
        .

       410-MATCH-OPEN-COUNT-ROUTINE.

           MOVE CE-PRODUCT-ID TO CY-PRODUCT-ID

           READ CYCLE-COUNT-FILE
               INVALID KEY
                   MOVE CE-PRODUCT-ID TO EX-PRODUCT-ID
                   MOVE "HAS NO OPEN COUNT - PRINT A COUNT SHEET FIRST"
                       TO EX-EXCEPTION-TEXT
                   PERFORM 490-WRITE-EXCEPTION-ROUTINE
                   ADD 1 TO WS-NO-OPEN-COUNT
               NOT INVALID KEY
                   PERFORM 420-MEASURE-VARIANCE-ROUTINE
                   PERFORM 430-DECIDE-COUNT-ROUTINE
           END-READ
        .

       420-MEASURE-VARIANCE-ROUTINE.

           MOVE CE-PRODUCT-ID TO PM-PRODUCT-ID
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO VD-PRODUCT-NAME
                   MOVE ZERO TO WS-UNIT-PRICE
               NOT INVALID KEY
                   MOVE PM-PRODUCT-NAME TO VD-PRODUCT-NAME
                   MOVE PM-UNIT-PRICE TO WS-UNIT-PRICE
           END-READ

           COMPUTE WS-VARIANCE-QTY = CE-COUNTED-QTY - CY-FROZEN-QTY
           COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY * WS-UNIT-PRICE

           IF WS-VARIANCE-QTY LESS THAN ZERO
               COMPUTE WS-ABSOLUTE-QTY = 0 - WS-VARIANCE-QTY
               COMPUTE WS-ABSOLUTE-VALUE = 0 - WS-VARIANCE-VALUE
           ELSE
               MOVE WS-VARIANCE-QTY TO WS-ABSOLUTE-QTY
               MOVE WS-VARIANCE-VALUE TO WS-ABSOLUTE-VALUE
           END-IF

           IF WS-ABSOLUTE-QTY NOT LESS THAN WS-RECOUNT-QTY
                   OR WS-ABSOLUTE-VALUE NOT LESS THAN WS-RECOUNT-VALUE
               MOVE "YES" TO WS-LARGE-VARIANCE-SW
           ELSE
               MOVE "NO" TO WS-LARGE-VARIANCE-SW
           END-IF
        .

       430-DECIDE-COUNT-ROUTINE.

           MOVE "NO" TO WS-POSTED-SW
           MOVE CE-APPROVED-BY TO WS-APPROVED-BY
           IF CY-COUNT-TIMES GREATER THAN ZERO
               MOVE "YES" TO WS-RECOUNT-SW
           ELSE
               MOVE "NO" TO WS-RECOUNT-SW
           END-IF

           EVALUATE TRUE
               WHEN WS-LARGE-VARIANCE-SW = "NO"
                   IF WS-APPROVED-BY = SPACES
                       MOVE "AS COUNTED" TO WS-APPROVED-BY
                   END-IF
                   PERFORM 440-POST-VARIANCE-ROUTINE

      *        A LARGE VARIANCE IS NEVER POSTED ON ITS FIRST COUNT
               WHEN CY-COUNT-TIMES = ZERO
                   MOVE "R" TO CY-COUNT-STATUS
                   MOVE "RECOUNT REQUIRED" TO VD-STATUS-TEXT
                   ADD 1 TO WS-RECOUNT-COUNT

               WHEN WS-APPROVED-BY = SPACES
                   MOVE "A" TO CY-COUNT-STATUS
                   MOVE "NEEDS APPROVAL" TO VD-STATUS-TEXT
                   ADD 1 TO WS-AWAITING-COUNT

               WHEN OTHER
                   PERFORM 440-POST-VARIANCE-ROUTINE
           END-EVALUATE

      *    A COUNT NOT POSTED STAYS OPEN.  ITS LINE IS PRINTED
      *    AGAINST THE FIGURE IT WAS MEASURED ON BEFORE THE COUNT
      *    IS RE-FROZEN FOR THE NEXT ONE
           IF WS-POSTED-SW = "NO"
               PERFORM 470-WRITE-VARIANCE-LINE-ROUTINE
               IF CY-COUNT-TIMES = ZERO
                   MOVE CE-COUNTED-QTY TO CY-FIRST-COUNT-QTY
               END-IF
               MOVE CE-COUNTED-QTY TO CY-LAST-COUNT-QTY
               IF CY-COUNT-TIMES LESS THAN 9
                   ADD 1 TO CY-COUNT-TIMES
               END-IF
               PERFORM 435-REFREEZE-COUNT-ROUTINE
               REWRITE CYCLE-COUNT-RECORD
           END-IF
        .

       435-REFREEZE-COUNT-ROUTINE.

      *    THE NEXT COUNT IS TAKEN AFTER TODAY'S POSTINGS, SO IT IS
      *    MEASURED AGAINST TODAY'S ON-HAND - LEFT ON THE OLD FREEZE
      *    ITS VARIANCE WOULD CARRY EVERY SALE AND RECEIPT SINCE THE
      *    SHEET AND POST THEM A SECOND TIME
           MOVE CE-PRODUCT-ID TO IM-PRODUCT-ID

           READ INVENTORY-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IM-ON-HAND-QTY TO CY-FROZEN-QTY
                   MOVE WS-TODAY-CC TO CY-SHEET-DATE
           END-READ
        .

       440-POST-VARIANCE-ROUTINE.

           MOVE CE-PRODUCT-ID TO IM-PRODUCT-ID

           READ INVENTORY-MASTER-FILE
               INVALID KEY
      *            THE PRODUCT WAS DROPPED SINCE THE SHEET PRINTED -
      *            THE COUNT IS LEFT OPEN FOR THE WAREHOUSE TO CLEAR
                   MOVE "NOT ON MASTER" TO VD-STATUS-TEXT
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
               NOT INVALID KEY
                   MOVE IM-ON-HAND-QTY TO WS-ON-HAND-BEFORE
                   ADD WS-VARIANCE-QTY TO IM-ON-HAND-QTY
                   REWRITE INVENTORY-MASTER-RECORD
                   PERFORM 450-WRITE-ADJUSTMENT-ROUTINE
                   MOVE "YES" TO WS-POSTED-SW
                   PERFORM 460-ACCUMULATE-POSTED-ROUTINE
                   PERFORM 470-WRITE-VARIANCE-LINE-ROUTINE
      *            THE COUNT IS CLOSED - THE HISTORY NOW CARRIES IT
                   DELETE CYCLE-COUNT-FILE RECORD
           END-READ
        .

       450-WRITE-ADJUSTMENT-ROUTINE.

           MOVE SPACES TO INVENTORY-ADJUSTMENT-RECORD
           MOVE CE-PRODUCT-ID TO AJ-PRODUCT-ID
           MOVE WS-TODAY-CC TO AJ-ADJUST-DATE
           MOVE "CC" TO AJ-REASON-CODE
           MOVE CY-SHEET-DATE TO AJ-SHEET-DATE
           MOVE CY-FROZEN-QTY TO AJ-FROZEN-QTY
           MOVE CE-COUNTED-QTY TO AJ-COUNTED-QTY
           MOVE WS-VARIANCE-QTY TO AJ-ADJUST-QTY
           MOVE WS-ON-HAND-BEFORE TO AJ-ON-HAND-BEFORE
           MOVE IM-ON-HAND-QTY TO AJ-ON-HAND-AFTER
           MOVE WS-UNIT-PRICE TO AJ-UNIT-PRICE
           MOVE WS-VARIANCE-VALUE TO AJ-ADJUST-VALUE
           MOVE WS-APPROVED-BY TO AJ-APPROVED-BY

           WRITE INVENTORY-ADJUSTMENT-RECORD
        .

       460-ACCUMULATE-POSTED-ROUTINE.

           ADD 1 TO WS-POSTED-COUNT
           ADD WS-VARIANCE-VALUE TO WS-NET-ADJUST-VALUE

           EVALUATE TRUE
               WHEN WS-VARIANCE-QTY = ZERO
                   MOVE "NO VARIANCE" TO VD-STATUS-TEXT
                   ADD 1 TO WS-NO-VARIANCE-COUNT
               WHEN WS-VARIANCE-QTY LESS THAN ZERO
                   MOVE "POSTED - SHORT" TO VD-STATUS-TEXT
                   ADD WS-VARIANCE-VALUE TO WS-SHORTAGE-VALUE
               WHEN OTHER
                   MOVE "POSTED - OVER" TO VD-STATUS-TEXT
                   ADD WS-VARIANCE-VALUE TO WS-OVERAGE-VALUE
           END-EVALUATE
        .

       470-WRITE-VARIANCE-LINE-ROUTINE.

           MOVE CE-PRODUCT-ID TO VD-PRODUCT-ID
           MOVE CY-FROZEN-QTY TO VD-SYSTEM-QTY
           MOVE CE-COUNTED-QTY TO VD-COUNTED-QTY
           MOVE WS-VARIANCE-QTY TO VD-VARIANCE-QTY
           MOVE WS-VARIANCE-VALUE TO VD-VARIANCE-VALUE

           MOVE VARIANCE-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

      *    A RECOUNT SHOWS WHAT THE FIRST COUNT SAID, AND WHO
      *    APPROVED IT IF IT POSTED
           IF WS-RECOUNT-SW = "YES"
               MOVE "RECOUNT - FIRST COUNT: " TO CN-NOTE-TEXT
               MOVE CY-FIRST-COUNT-QTY TO CN-FIRST-COUNT-QTY
               IF WS-POSTED-SW = "YES"
                   MOVE "APPROVED BY: " TO CN-APPROVAL-TEXT
                   MOVE WS-APPROVED-BY TO CN-APPROVED-BY
               ELSE
                   MOVE SPACES TO CN-APPROVAL-TEXT
                   MOVE SPACES TO CN-APPROVED-BY
               END-IF
               MOVE COUNT-NOTE-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF
        .

       490-WRITE-EXCEPTION-ROUTINE.

           MOVE COUNT-EXCEPTION-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       550-END-OF-FILE-ROUTINE.

           MOVE "COUNTS KEYED:               " TO CT-DESCRIPTION
           MOVE WS-ENTRY-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "COUNTS POSTED:              " TO CT-DESCRIPTION
           MOVE WS-POSTED-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "  WITH NO VARIANCE:         " TO CT-DESCRIPTION
           MOVE WS-NO-VARIANCE-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "RECOUNTS REQUIRED:          " TO CT-DESCRIPTION
           MOVE WS-RECOUNT-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "AWAITING APPROVAL:          " TO CT-DESCRIPTION
           MOVE WS-AWAITING-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "NO OPEN COUNT:              " TO CT-DESCRIPTION
           MOVE WS-NO-OPEN-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "NOT ON INVENTORY MASTER:    " TO CT-DESCRIPTION
           MOVE WS-NOT-ON-MASTER-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "COUNTS REJECTED:            " TO CT-DESCRIPTION
           MOVE WS-REJECTED-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "SHORTAGES POSTED:           " TO AT-DESCRIPTION
           MOVE WS-SHORTAGE-VALUE TO AT-AMOUNT
           MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "OVERAGES POSTED:            " TO AT-DESCRIPTION
           MOVE WS-OVERAGE-VALUE TO AT-AMOUNT
           MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "NET ADJUSTMENT POSTED:      " TO AT-DESCRIPTION
           MOVE WS-NET-ADJUST-VALUE TO AT-AMOUNT
           MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           DISPLAY "COUNTS POSTED: " WS-POSTED-COUNT
               "  RECOUNTS REQUIRED: " WS-RECOUNT-COUNT
               "  AWAITING APPROVAL: " WS-AWAITING-COUNT
        .

       600-CLOSE-ROUTINE.

           CLOSE CYCLE-COUNT-ENTRY-FILE
                 CYCLE-COUNT-FILE
                 INVENTORY-MASTER-FILE
                 PRODUCT-MASTER-FILE
                 ADJUSTMENT-HISTORY-FILE
                 VARIANCE-REPORT-OUT-FILE

      *    EVERY COUNT READ THIS RUN IS NOW POSTED, HELD OPEN ON
      *    CYCCOUNT.dat, OR ON THE REPORT AS AN EXCEPTION - CLEAR THE
      *    FILE SO A SECOND RUN CANNOT POST THE SAME COUNTS AGAIN
           OPEN OUTPUT CYCLE-COUNT-ENTRY-FILE
           CLOSE CYCLE-COUNT-ENTRY-FILE

           STOP RUN
        .
