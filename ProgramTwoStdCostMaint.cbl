       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoStdCostMaint.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that maintains STDCOST.dat,
      * the standard unit cost per product that the gross margin
      * report, the inventory valuation and the cost-of-goods-sold
      * postings in ProgramTwoGLExtract all cost from.  A cost is
      * keyed with the date it takes effect, and a new cost is added
      * alongside the old one rather than over it, so sales made
      * before the change are still costed at the old standard.
      * Operations keys a file of maintenance transactions (add a
      * cost from a date, correct a cost already keyed, remove one
      * keyed in error) instead of hand-editing the file, and every
      * record touched is printed on a before/after audit listing
      * the same way ProgramTwoRepMaint prints the rep master.
      * A cost dated in a month ProgramTwoPeriodClose has closed is
      * refused - the ledger for that month has already been costed.
      ****************************************************************
      * INPUT:
      *    The STANDARD COST TRANSACTION FILE contains the following
      *    data in each record:
      *         1. ACTION CODE (A = ADD A COST FROM A DATE, C = CHANGE
      *            THE COST KEYED FOR A DATE, D = REMOVE THE COST
      *            KEYED FOR A DATE)
      *         2. PRODUCT ID
      *         3. EFFECTIVE DATE (CCYYMMDD)
      *         4. STANDARD UNIT COST, TWO IMPLIED DECIMALS (A AND C
      *            ONLY)
      *    The PRODUCT MASTER (see PRODMAST copybook) - a cost can
      *    only be added or changed for a product on the master, and
      *    its selling price is what the cost is checked against.
      *    PeriodControl.dat (see PERIODCTL copybook) - the months
      *    ProgramTwoPeriodClose has closed.  Missing means none.
      ****************************************************************
      * OUTPUT:
      *    STDCOST.dat (see STDCOST copybook) with the transactions
      *    applied, and the STANDARD COST MAINTENANCE AUDIT REPORT
      *    containing one line per transaction showing the cost
      *    before and after, the reason any transaction was
      *    rejected, a warning under any cost that is not below the
      *    product's selling price, and counts of transactions
      *    applied, rejected and warned.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE
               ASSIGN TO 'StdCostTransFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDARD-COST-FILE
               ASSIGN TO 'STDCOST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO 'PeriodControl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT MAINT-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'StdCostMaintAuditReport.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  MAINT-TRANS-RECORD.
           05  MT-ACTION-CODE              PIC X(1).
           05  MT-PRODUCT-ID               PIC X(3).
           05  MT-EFFECTIVE-DATE           PIC X(8).
           05  MT-EFFECTIVE-DATE-N REDEFINES MT-EFFECTIVE-DATE.
               10  MT-EFFECTIVE-CCYY       PIC 9(4).
               10  MT-EFFECTIVE-MM         PIC 9(2).
               10  MT-EFFECTIVE-DD         PIC 9(2).
           05  MT-STANDARD-COST            PIC X(5).
           05  MT-STANDARD-COST-N REDEFINES MT-STANDARD-COST
                                           PIC 999V99.

       FD  STANDARD-COST-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY STDCOST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY PRODMAST.

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY PERIODCTL.

       FD  MAINT-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 WS-PERIOD-EOF-SW             PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-STDCOST-STATUS            PIC X(2).
           05 WS-PRODMAST-STATUS           PIC X(2).
           05 WS-PERIOD-STATUS             PIC X(2).

       01  WS-MAINT-FIELDS.
           05 WS-TRANS-VALID-SW            PIC X(3)    VALUE "YES".
           05 WS-WARNING-SW                PIC X(3)    VALUE "NO".
           05 WS-REJECT-REASON-TEXT        PIC X(30).
           05 WS-PRODUCT-NAME              PIC X(14).
           05 WS-BEFORE-COST               PIC X(8).
           05 WS-AFTER-COST                PIC X(8).
           05 WS-EDIT-COST                 PIC $ZZ9.99.
           05 WS-EFFECTIVE-PERIOD          PIC 9(6)    VALUE 0.
           05 WS-LAST-CLOSED-PERIOD        PIC 9(6)    VALUE 0.
           05 WS-APPLIED-COUNT             PIC 9(5)    VALUE 0.
           05 WS-REJECTED-COUNT            PIC 9(5)    VALUE 0.
           05 WS-WARNING-COUNT             PIC 9(5)    VALUE 0.

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-TODAY-FIELDS.
           05 WS-TODAY-CC                  PIC 9(8)    VALUE 0.
           05 WS-DATE-TEMP                 PIC 9(8)    VALUE 0.

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
                                       "STANDARD COST MAINT AUDIT   ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(3)    VALUE "ACT".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(19)   VALUE "PRODUCT".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "EFFECTIVE ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE "  BEFORE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE "   AFTER".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE "RESULT".
           05                      PIC X(12)   VALUE SPACES.

       01  AUDIT-DETAIL-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AL-ACTION-CODE      PIC X(1).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AL-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-PRODUCT-NAME     PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-EFFECTIVE-DATE.
               10  AL-EFFECTIVE-MM     PIC X(2).
               10                      PIC X       VALUE "/".
               10  AL-EFFECTIVE-DD     PIC X(2).
               10                      PIC X       VALUE "/".
               10  AL-EFFECTIVE-YYYY   PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-BEFORE-COST      PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-AFTER-COST       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-RESULT           PIC X(8).
           05  FILLER              PIC X(12)   VALUE SPACES.

       01  AUDIT-REASON-LINE.
           05  FILLER              PIC X(14)   VALUE SPACES.
           05                      PIC X(8)    VALUE "REASON: ".
           05  RL-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(28)   VALUE SPACES.

       01  AUDIT-WARNING-LINE.
           05  FILLER              PIC X(14)   VALUE SPACES.
           05                      PIC X(9)    VALUE "WARNING: ".
           05                      PIC X(30)   VALUE
                                       "COST NOT BELOW SELLING PRICE  ".
           05  WL-UNIT-PRICE       PIC $ZZ9.99.
           05  FILLER              PIC X(20)   VALUE SPACES.

       01  APPLIED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(22)   VALUE
                                       "TRANSACTIONS APPLIED: ".
           05  TL-APPLIED-COUNT    PIC ZZ,ZZ9.
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  REJECTED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(22)   VALUE
                                       "TRANSACTIONS REJECTED:".
           05  TL-REJECTED-COUNT   PIC ZZ,ZZ9.
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  WARNING-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(22)   VALUE
                                       "COSTS NOT BELOW PRICE:".
           05  TL-WARNING-COUNT    PIC ZZ,ZZ9.
           05  FILLER              PIC X(42)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 250-WRITE-COLUMN-HEADERS-ROUTINE
           PERFORM 350-READ-TRANS-FILE-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

      *    THE FIRST COSTS EVER KEYED HAVE NO FILE TO GO ON --
      *    CREATE AN EMPTY ONE SO THE FIRST BATCH OF ADDS HAS A FILE
      *    TO LOAD
           OPEN I-O STANDARD-COST-FILE
           IF WS-STDCOST-STATUS = "35"
               OPEN OUTPUT STANDARD-COST-FILE
               CLOSE STANDARD-COST-FILE
               OPEN I-O STANDARD-COST-FILE
           END-IF

           OPEN INPUT  MAINT-TRANS-FILE
                       PRODUCT-MASTER-FILE
                OUTPUT MAINT-REPORT-OUT-FILE

           PERFORM 160-LOAD-PERIOD-CONTROL-ROUTINE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

      *    TODAY AS CCYYMMDD - STAMPED ON EVERY COST ADDED OR
      *    CHANGED
           ADD 20000000 TO WS-TODAY-CC
           MULTIPLY WS-YEAR BY 10000 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           MULTIPLY WS-MONTH BY 100 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           ADD WS-DAY TO WS-TODAY-CC
        .

       160-LOAD-PERIOD-CONTROL-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO MONTH IS CLOSED
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
        .

       200-WRITE-REPORT-HEADERS-ROUTINE.

           WRITE REPORT-RECORD FROM REPORT-HEADING-ONE
               AFTER ADVANCING PAGE.

           MOVE REPORT-HEADING-TWO TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       250-WRITE-COLUMN-HEADERS-ROUTINE.

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

       350-READ-TRANS-FILE-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ MAINT-TRANS-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 400-PROCESS-TRANSACTION-ROUTINE
               END-READ
           END-PERFORM
        .

       400-PROCESS-TRANSACTION-ROUTINE.

           MOVE "YES" TO WS-TRANS-VALID-SW
           MOVE "NO" TO WS-WARNING-SW
           MOVE "(NONE)" TO WS-BEFORE-COST
           MOVE "(NONE)" TO WS-AFTER-COST
           MOVE "(NOT ON FILE)" TO WS-PRODUCT-NAME

           MOVE MT-PRODUCT-ID TO PM-PRODUCT-ID
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE ZEROES TO PM-UNIT-PRICE
               NOT INVALID KEY
                   MOVE PM-PRODUCT-NAME TO WS-PRODUCT-NAME
           END-READ

           IF MT-EFFECTIVE-DATE NUMERIC
               MOVE MT-EFFECTIVE-DATE (1:6) TO WS-EFFECTIVE-PERIOD
           ELSE
               MOVE ZEROES TO WS-EFFECTIVE-PERIOD
           END-IF

           EVALUATE TRUE
               WHEN MT-ACTION-CODE NOT = "A" AND "C" AND "D"
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "INVALID ACTION CODE"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-PRODUCT-ID = SPACES
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "PRODUCT ID IS BLANK"
                       TO WS-REJECT-REASON-TEXT

               WHEN (MT-ACTION-CODE = "A" OR "C")
                       AND WS-PRODUCT-NAME = "(NOT ON FILE)"
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "PRODUCT NOT ON PRODUCT MASTER"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NON-NUMERIC EFFECTIVE DATE"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-EFFECTIVE-MM LESS THAN 1
                       OR MT-EFFECTIVE-MM GREATER THAN 12
                       OR MT-EFFECTIVE-DD LESS THAN 1
                       OR MT-EFFECTIVE-DD GREATER THAN 31
                       OR MT-EFFECTIVE-CCYY LESS THAN 1900
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "EFFECTIVE DATE IS NOT A DATE"
                       TO WS-REJECT-REASON-TEXT

      *        THE MONTH'S COST OF SALES IS ALREADY ON THE LEDGER
               WHEN WS-LAST-CLOSED-PERIOD GREATER THAN ZERO
                       AND WS-EFFECTIVE-PERIOD NOT GREATER THAN
                           WS-LAST-CLOSED-PERIOD
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "DATED IN A CLOSED PERIOD"
                       TO WS-REJECT-REASON-TEXT

               WHEN (MT-ACTION-CODE = "A" OR "C")
                       AND (MT-STANDARD-COST NOT NUMERIC
                            OR MT-STANDARD-COST-N = ZERO)
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "ZERO OR NON-NUMERIC COST"
                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE

           IF WS-TRANS-VALID-SW = "YES"
               EVALUATE MT-ACTION-CODE
                   WHEN "A"
                       PERFORM 410-ADD-COST-ROUTINE
                   WHEN "C"
                       PERFORM 420-CHANGE-COST-ROUTINE
                   WHEN "D"
                       PERFORM 430-REMOVE-COST-ROUTINE
               END-EVALUATE
           END-IF

           IF WS-TRANS-VALID-SW = "YES"
               IF MT-ACTION-CODE NOT = "D"
                       AND MT-STANDARD-COST-N NOT LESS THAN
                           PM-UNIT-PRICE
                   MOVE "YES" TO WS-WARNING-SW
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               PERFORM 450-WRITE-APPLIED-LINE-ROUTINE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               PERFORM 460-WRITE-REJECTED-LINE-ROUTINE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
        .

       410-ADD-COST-ROUTINE.

           MOVE MT-PRODUCT-ID TO SC-PRODUCT-ID
           MOVE MT-EFFECTIVE-DATE-N TO SC-EFFECTIVE-DATE
           MOVE MT-STANDARD-COST-N TO SC-STANDARD-COST
           MOVE WS-TODAY-CC TO SC-ENTERED-DATE

           WRITE STANDARD-COST-RECORD
               INVALID KEY
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "COST ALREADY KEYED FOR DATE"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 440-FETCH-BEFORE-IMAGE-ROUTINE
               NOT INVALID KEY
                   MOVE SC-STANDARD-COST TO WS-EDIT-COST
                   MOVE WS-EDIT-COST TO WS-AFTER-COST
           END-WRITE
        .

       420-CHANGE-COST-ROUTINE.

           MOVE MT-PRODUCT-ID TO SC-PRODUCT-ID
           MOVE MT-EFFECTIVE-DATE-N TO SC-EFFECTIVE-DATE

           READ STANDARD-COST-FILE
               INVALID KEY
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NO COST KEYED FOR DATE"
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   MOVE SC-STANDARD-COST TO WS-EDIT-COST
                   MOVE WS-EDIT-COST TO WS-BEFORE-COST
                   MOVE MT-STANDARD-COST-N TO SC-STANDARD-COST
                   MOVE WS-TODAY-CC TO SC-ENTERED-DATE
                   REWRITE STANDARD-COST-RECORD
                   MOVE SC-STANDARD-COST TO WS-EDIT-COST
                   MOVE WS-EDIT-COST TO WS-AFTER-COST
           END-READ
        .

       430-REMOVE-COST-ROUTINE.

      *    REMOVING A COST PUTS THE PRODUCT BACK ON THE COST IN
      *    FORCE BEFORE IT - THE KEYING ERROR CASE
           MOVE MT-PRODUCT-ID TO SC-PRODUCT-ID
           MOVE MT-EFFECTIVE-DATE-N TO SC-EFFECTIVE-DATE

           READ STANDARD-COST-FILE
               INVALID KEY
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NO COST KEYED FOR DATE"
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   MOVE SC-STANDARD-COST TO WS-EDIT-COST
                   MOVE WS-EDIT-COST TO WS-BEFORE-COST
                   MOVE "(REMOVED)" TO WS-AFTER-COST
                   DELETE STANDARD-COST-FILE
           END-READ
        .

       440-FETCH-BEFORE-IMAGE-ROUTINE.

      *    A REJECTED ADD STILL SHOWS THE COST IT COLLIDED WITH ON
      *    THE AUDIT LISTING SO THE KEYING ERROR IS OBVIOUS
           MOVE MT-PRODUCT-ID TO SC-PRODUCT-ID
           MOVE MT-EFFECTIVE-DATE-N TO SC-EFFECTIVE-DATE

           READ STANDARD-COST-FILE
               INVALID KEY
                   MOVE "(NONE)" TO WS-BEFORE-COST
               NOT INVALID KEY
                   MOVE SC-STANDARD-COST TO WS-EDIT-COST
                   MOVE WS-EDIT-COST TO WS-BEFORE-COST
           END-READ
        .

       450-WRITE-APPLIED-LINE-ROUTINE.

           PERFORM 470-FORMAT-AUDIT-LINE-ROUTINE
           MOVE WS-AFTER-COST TO AL-AFTER-COST
           MOVE "APPLIED" TO AL-RESULT

           MOVE AUDIT-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           IF WS-WARNING-SW = "YES"
               MOVE PM-UNIT-PRICE TO WL-UNIT-PRICE
               MOVE AUDIT-WARNING-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF
        .

       460-WRITE-REJECTED-LINE-ROUTINE.

           PERFORM 470-FORMAT-AUDIT-LINE-ROUTINE
           MOVE WS-BEFORE-COST TO AL-AFTER-COST
           MOVE "REJECTED" TO AL-RESULT

           MOVE AUDIT-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-REJECT-REASON-TEXT TO RL-REASON-TEXT
           MOVE AUDIT-REASON-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       470-FORMAT-AUDIT-LINE-ROUTINE.

           MOVE MT-ACTION-CODE TO AL-ACTION-CODE
           MOVE MT-PRODUCT-ID TO AL-PRODUCT-ID
           MOVE WS-PRODUCT-NAME TO AL-PRODUCT-NAME
           MOVE MT-EFFECTIVE-DATE (5:2) TO AL-EFFECTIVE-MM
           MOVE MT-EFFECTIVE-DATE (7:2) TO AL-EFFECTIVE-DD
           MOVE MT-EFFECTIVE-DATE (1:4) TO AL-EFFECTIVE-YYYY
           MOVE WS-BEFORE-COST TO AL-BEFORE-COST
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT
           MOVE APPLIED-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT
           MOVE REJECTED-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-WARNING-COUNT TO TL-WARNING-COUNT
           MOVE WARNING-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE MAINT-TRANS-FILE
                 STANDARD-COST-FILE
                 PRODUCT-MASTER-FILE
                 MAINT-REPORT-OUT-FILE
           STOP RUN
        .
