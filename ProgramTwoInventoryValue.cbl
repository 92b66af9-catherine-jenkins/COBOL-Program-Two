       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoInventoryValue.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that prints the month-end
      * inventory valuation: every product on the inventory master
      * with its units on hand extended at the standard unit cost in
      * force on the last day of the month (see
      * ProgramTwoStdCostMaint), totalled so the figure can be agreed
      * to the inventory account in the ledger.  It is run in the
      * month-end stream after the last night's ProgramTwoInventory
      * posting of the month and before the first of the next, so
      * the units on hand are the month-end units.
      ****************************************************************
      * INPUT:
      *    INVMAST.dat (see INVMAST copybook) - units on hand per
      *    product.  Missing means nothing is on hand.
      *    PRODMAST.dat (see PRODMAST copybook) - product name and
      *    selling price.
      *    STDCOST.dat (see STDCOST copybook) - the standard unit
      *    cost per product by effective date.  Missing means no
      *    product has a cost yet.
      *    The month (CCYYMM) comes from this program's INVVALUE
      *    record on ProgramTwoParams.txt when one is supplied (see
      *    PARMREC copybook), so the month-end stream can run
      *    unattended; the operator is prompted at the console when
      *    it is not.
      ****************************************************************
      * OUTPUT:
      *    The INVENTORY VALUATION REPORT:
      *       DETAIL LINE PER PRODUCT:
      *         1. PRODUCT ID AND NAME
      *         2. UNITS ON HAND
      *         3. STANDARD UNIT COST AND THE DATE IT TOOK EFFECT
      *         4. EXTENDED VALUE
      *         5. NO STD COST - NO COST IN FORCE AT MONTH END
      *            NEGATIVE - MORE SOLD THAN RECEIVED
      *            NEG/NO COST - BOTH
      *    followed by counts of products, units on hand, the total
      *    value at standard cost, the same units at selling price
      *    for comparison, and counts of the products flagged.
      ****************************************************************
      * CALCULATIONS:
      *    EXTENDED VALUE = UNITS ON HAND * STANDARD UNIT COST IN
      *        FORCE ON THE LAST DAY OF THE MONTH
      *    A NEGATIVE BALANCE EXTENDS TO A NEGATIVE VALUE, SO THE
      *    TOTAL AGREES WITH THE LEDGER, WHICH WAS RELIEVED FOR
      *    EVERY UNIT SOLD
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER-FILE
               ASSIGN TO 'INVMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-PRODUCT-ID
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT STANDARD-COST-FILE
               ASSIGN TO 'STDCOST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT VALUATION-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'InventoryValuationReport.txt'.
           SELECT PARAMETER-FILE
               ASSIGN TO 'ProgramTwoParams.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY INVMAST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY PRODMAST.

       FD  STANDARD-COST-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY STDCOST.

       FD  VALUATION-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       FD  PARAMETER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY PARMREC.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 WS-COST-EOF-SW               PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-INVMAST-STATUS            PIC X(2).
           05 WS-PRODMAST-STATUS           PIC X(2).
           05 WS-STDCOST-STATUS            PIC X(2).
           05 WS-INVMAST-FILE-SW           PIC X(3)    VALUE "NO".
           05 WS-PRODMAST-FILE-SW          PIC X(3)    VALUE "NO".
           05 WS-STDCOST-FILE-SW           PIC X(3)    VALUE "NO".

       01  WS-PARAMETER-FIELDS.
           05 WS-PARAMETER-STATUS          PIC X(2).
           05 WS-PARM-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-PARM-FOUND-SW             PIC X(3)    VALUE "NO".
           05 WS-PARM-SOURCE               PIC X(16)   VALUE SPACES.

       01  WS-PERIOD-FIELDS.
           05 WS-VALUATION-PERIOD-X        PIC X(6).
           05 WS-VALUATION-PERIOD          PIC 9(6)    VALUE 0.
           05 WS-VALUATION-PERIOD-R REDEFINES WS-VALUATION-PERIOD.
               10 WS-VALUATION-CCYY        PIC 9(4).
               10 WS-VALUATION-MM          PIC 9(2).

       01  WS-COST-LOOKUP-FIELDS.
           05 WS-COST-PRODUCT-KEY          PIC X(3).
           05 WS-COST-AS-OF-DATE           PIC 9(8)    VALUE 0.
           05 WS-COST-FOUND-SW             PIC X(3)    VALUE "NO".
           05 WS-STANDARD-COST             PIC 999V99  VALUE 0.
           05 WS-COST-EFFECTIVE-DATE       PIC 9(8)    VALUE 0.

       01  WS-VALUATION-FIELDS.
           05 WS-PRODUCT-VALUE             PIC S9(8)V99 VALUE 0.
           05 WS-PRODUCT-PRICE-VALUE       PIC S9(8)V99 VALUE 0.
           05 WS-PRODUCT-COUNT             PIC 9(5)     VALUE 0.
           05 WS-UNITS-TOTAL               PIC S9(9)    VALUE 0.
           05 WS-VALUE-TOTAL               PIC S9(9)V99 VALUE 0.
           05 WS-PRICE-VALUE-TOTAL         PIC S9(9)V99 VALUE 0.
           05 WS-NO-COST-COUNT             PIC 9(5)     VALUE 0.
           05 WS-NEGATIVE-COUNT            PIC 9(5)     VALUE 0.

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

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
                                       "INVENTORY VALUATION REPORT  ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  PERIOD-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(14)   VALUE "MONTH ENDING: ".
           05  PH-PERIOD           PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PH-SOURCE           PIC X(16).
           05  FILLER              PIC X(40)   VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(19)   VALUE "PRODUCT".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(7)    VALUE "ON HAND".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE "  COST".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "EFFECTIVE ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(13)   VALUE "        VALUE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(13)   VALUE "FLAG".

       01  DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-PRODUCT-NAME     PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-ON-HAND-QTY      PIC ZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-STANDARD-COST    PIC ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-EFFECTIVE-DATE   PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-PRODUCT-VALUE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-FLAG-TEXT        PIC X(11).
           05  FILLER              PIC X(2)    VALUE SPACES.

       01  PRODUCT-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "PRODUCTS VALUED:            ".
           05  FL-PRODUCT-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  UNITS-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "UNITS ON HAND:              ".
           05  FL-UNITS-TOTAL      PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(30)   VALUE SPACES.

       01  VALUE-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "VALUE AT STANDARD COST:     ".
           05  FL-VALUE-TOTAL      PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(27)   VALUE SPACES.

       01  PRICE-VALUE-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "SAME UNITS AT SELLING PRICE:".
           05  FL-PRICE-VALUE-TOTAL PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(27)   VALUE SPACES.

       01  NO-COST-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "PRODUCTS WITH NO STD COST:  ".
           05  FL-NO-COST-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  NEGATIVE-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "PRODUCTS WITH STOCK BELOW 0:".
           05  FL-NEGATIVE-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 350-READ-INVENTORY-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

           PERFORM 155-READ-PARAMETER-FILE-ROUTINE

           IF WS-PARM-FOUND-SW = "YES"
               PERFORM 160-APPLY-PARAMETER-ROUTINE
           ELSE
               MOVE "(CONSOLE)" TO WS-PARM-SOURCE
               DISPLAY "ENTER MONTH TO VALUE (CCYYMM): "
               ACCEPT WS-VALUATION-PERIOD-X FROM CONSOLE

               IF WS-VALUATION-PERIOD-X NOT NUMERIC
                       OR WS-VALUATION-PERIOD-X = "000000"
                   DISPLAY "MONTH MUST BE A CCYYMM MONTH - "
                       "NO VALUATION PRINTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-VALUATION-PERIOD-X TO WS-VALUATION-PERIOD
           END-IF

           IF WS-VALUATION-MM LESS THAN 1
                   OR WS-VALUATION-MM GREATER THAN 12
               DISPLAY "MONTH " WS-VALUATION-PERIOD
                   " IS NOT A CCYYMM MONTH - NO VALUATION PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    NO EFFECTIVE DATE IS LATER IN ITS MONTH THAN DAY 31, SO
      *    THE COST IN FORCE ON CCYYMM31 IS THE MONTH-END COST FOR
      *    EVERY MONTH
           MULTIPLY WS-VALUATION-PERIOD BY 100
               GIVING WS-COST-AS-OF-DATE
           ADD 31 TO WS-COST-AS-OF-DATE

      *    FILE STATUS 35 JUST MEANS THE MASTER HAS NOT BEEN LOADED
           OPEN INPUT INVENTORY-MASTER-FILE
           IF WS-INVMAST-STATUS NOT = "35"
               MOVE "YES" TO WS-INVMAST-FILE-SW
           END-IF

           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRODMAST-STATUS NOT = "35"
               MOVE "YES" TO WS-PRODMAST-FILE-SW
           END-IF

           OPEN INPUT STANDARD-COST-FILE
           IF WS-STDCOST-STATUS NOT = "35"
               MOVE "YES" TO WS-STDCOST-FILE-SW
           END-IF

           OPEN OUTPUT VALUATION-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

           MOVE WS-VALUATION-PERIOD TO PH-PERIOD
           MOVE WS-PARM-SOURCE TO PH-SOURCE
        .

       155-READ-PARAMETER-FILE-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO PARAMETER FILE WAS SUPPLIED
      *    - THE CONSOLE PROMPT BELOW IS USED INSTEAD
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "35"
               PERFORM UNTIL WS-PARM-EOF-SW = "Y"
                       OR WS-PARM-FOUND-SW = "YES"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF-SW
                       NOT AT END
                           IF PR-PROGRAM-NAME = "INVVALUE"
                               MOVE "YES" TO WS-PARM-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF
        .

       160-APPLY-PARAMETER-ROUTINE.

           MOVE "(PARAMETER FILE)" TO WS-PARM-SOURCE

           IF PR-SELECTION-MODE = "M"
                   AND PR-VALUE-MONTH-N NUMERIC
                   AND PR-VALUE-MONTH-N GREATER THAN ZERO
               MOVE PR-VALUE-MONTH-N TO WS-VALUATION-PERIOD
           ELSE
               DISPLAY "INVALID INVVALUE PARAMETER RECORD - "
                   "MODE " PR-SELECTION-MODE
                   " VALUE " PR-SELECTION-VALUE
                   " - NO VALUATION PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
        .

       200-WRITE-REPORT-HEADERS-ROUTINE.

           WRITE REPORT-RECORD FROM REPORT-HEADING-ONE
               AFTER ADVANCING PAGE.

           MOVE 1 TO PROPER-SPACING
           MOVE REPORT-HEADING-TWO TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 2 TO PROPER-SPACING
           MOVE PERIOD-HEADING-LINE TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 2 TO PROPER-SPACING
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

       350-READ-INVENTORY-ROUTINE.

           IF WS-INVMAST-FILE-SW = "YES"
               PERFORM UNTIL NO-MORE-DATA = "Y"
                   READ INVENTORY-MASTER-FILE
                       AT END
                           MOVE "Y" TO NO-MORE-DATA
                       NOT AT END
                           PERFORM 400-VALUE-PRODUCT-ROUTINE
                   END-READ
               END-PERFORM
           END-IF
        .

       400-VALUE-PRODUCT-ROUTINE.

           MOVE IM-PRODUCT-ID TO DL-PRODUCT-ID
           MOVE "(NOT ON FILE)" TO DL-PRODUCT-NAME
           MOVE ZEROES TO WS-PRODUCT-PRICE-VALUE

           IF WS-PRODMAST-FILE-SW = "YES"
               MOVE IM-PRODUCT-ID TO PM-PRODUCT-ID
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-PRODUCT-NAME TO DL-PRODUCT-NAME
                       MULTIPLY IM-ON-HAND-QTY BY PM-UNIT-PRICE
                           GIVING WS-PRODUCT-PRICE-VALUE
               END-READ
           END-IF

           MOVE IM-PRODUCT-ID TO WS-COST-PRODUCT-KEY
           PERFORM 470-FIND-STANDARD-COST-ROUTINE

           MULTIPLY IM-ON-HAND-QTY BY WS-STANDARD-COST
               GIVING WS-PRODUCT-VALUE

           MOVE SPACES TO DL-FLAG-TEXT
           IF WS-COST-FOUND-SW = "YES"
               MOVE SPACES TO DL-EFFECTIVE-DATE
               STRING WS-COST-EFFECTIVE-DATE (5:2) DELIMITED BY SIZE
                      "/"                          DELIMITED BY SIZE
                      WS-COST-EFFECTIVE-DATE (7:2) DELIMITED BY SIZE
                      "/"                          DELIMITED BY SIZE
                      WS-COST-EFFECTIVE-DATE (1:4) DELIMITED BY SIZE
                   INTO DL-EFFECTIVE-DATE
               END-STRING
           ELSE
               MOVE SPACES TO DL-EFFECTIVE-DATE
               MOVE "NO STD COST" TO DL-FLAG-TEXT
               ADD 1 TO WS-NO-COST-COUNT
           END-IF

           IF IM-ON-HAND-QTY LESS THAN ZERO
               IF WS-COST-FOUND-SW = "YES"
                   MOVE "NEGATIVE" TO DL-FLAG-TEXT
               ELSE
                   MOVE "NEG/NO COST" TO DL-FLAG-TEXT
               END-IF
               ADD 1 TO WS-NEGATIVE-COUNT
           END-IF

           MOVE IM-ON-HAND-QTY TO DL-ON-HAND-QTY
           MOVE WS-STANDARD-COST TO DL-STANDARD-COST
           MOVE WS-PRODUCT-VALUE TO DL-PRODUCT-VALUE

           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           ADD 1 TO WS-PRODUCT-COUNT
           ADD IM-ON-HAND-QTY TO WS-UNITS-TOTAL
           ADD WS-PRODUCT-VALUE TO WS-VALUE-TOTAL
           ADD WS-PRODUCT-PRICE-VALUE TO WS-PRICE-VALUE-TOTAL
        .

       470-FIND-STANDARD-COST-ROUTINE.

      *    THE COST IN FORCE ON A DATE IS THE PRODUCT'S LATEST
      *    EFFECTIVE DATE NOT AFTER IT - READ THE PRODUCT'S COSTS
      *    OLDEST FIRST AND KEEP THE LAST ONE THAT QUALIFIES
           MOVE "NO" TO WS-COST-FOUND-SW
           MOVE ZEROES TO WS-STANDARD-COST
           MOVE ZEROES TO WS-COST-EFFECTIVE-DATE
           MOVE "N" TO WS-COST-EOF-SW

           IF WS-STDCOST-FILE-SW = "NO"
               MOVE "Y" TO WS-COST-EOF-SW
           ELSE
               MOVE WS-COST-PRODUCT-KEY TO SC-PRODUCT-ID
               MOVE ZEROES TO SC-EFFECTIVE-DATE
               START STANDARD-COST-FILE
                   KEY IS NOT LESS THAN SC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-COST-EOF-SW
               END-START
           END-IF

           PERFORM UNTIL WS-COST-EOF-SW = "Y"
               READ STANDARD-COST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COST-EOF-SW
                   NOT AT END
                       IF SC-PRODUCT-ID NOT = WS-COST-PRODUCT-KEY
                               OR SC-EFFECTIVE-DATE GREATER THAN
                                   WS-COST-AS-OF-DATE
                           MOVE "Y" TO WS-COST-EOF-SW
                       ELSE
                           MOVE SC-STANDARD-COST TO WS-STANDARD-COST
                           MOVE SC-EFFECTIVE-DATE
                               TO WS-COST-EFFECTIVE-DATE
                           MOVE "YES" TO WS-COST-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-PRODUCT-COUNT TO FL-PRODUCT-COUNT
           MOVE PRODUCT-COUNT-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-UNITS-TOTAL TO FL-UNITS-TOTAL
           MOVE UNITS-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-VALUE-TOTAL TO FL-VALUE-TOTAL
           MOVE VALUE-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-PRICE-VALUE-TOTAL TO FL-PRICE-VALUE-TOTAL
           MOVE PRICE-VALUE-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-NO-COST-COUNT TO FL-NO-COST-COUNT
           MOVE NO-COST-COUNT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-NEGATIVE-COUNT TO FL-NEGATIVE-COUNT
           MOVE NEGATIVE-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           IF WS-INVMAST-FILE-SW = "YES"
               CLOSE INVENTORY-MASTER-FILE
           END-IF
           IF WS-PRODMAST-FILE-SW = "YES"
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           IF WS-STDCOST-FILE-SW = "YES"
               CLOSE STANDARD-COST-FILE
           END-IF
           CLOSE VALUATION-REPORT-OUT-FILE
           STOP RUN
        .
