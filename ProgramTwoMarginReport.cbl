       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoMarginReport.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that shows whether the
      * night's sales made money.  Every line of the validated sales
      * extract is costed at the standard unit cost in force on the
      * day of the sale (see ProgramTwoStdCostMaint) and printed with
      * its sales value, cost of goods, margin and margin percent -
      * once product by product, and again customer by customer.
      * A line sold at a customer's contract price (see CONTRACT
      * copybook) for less than the standard cost is flagged, so the
      * contract accounts that lose money on every unit are seen the
      * night they buy.
      ****************************************************************
      * INPUT:
      *    The validated SALES EXTRACT work file (see SALESREC
      *    copybook).  SR-TRANSACTION-TYPE "R" records carry a
      *    negative SR-QUANTITY-SOLD and so a negative value, cost
      *    and margin.
      *    STDCOST.dat (see STDCOST copybook) - the standard unit
      *    cost per product by effective date.  Missing means no
      *    product has a cost yet.
      *    CONTRACT.dat (see CONTRACT copybook) - the customers'
      *    contract prices.  Missing means no contracts.
      ****************************************************************
      * OUTPUT:
      *    The GROSS MARGIN REPORT in two parts:
      *       BY PRODUCT - each product's lines customer by customer
      *       BY CUSTOMER - each customer's lines product by product
      *       DETAIL LINE:
      *         1. CUSTOMER (OR PRODUCT), TRANSACTION TYPE, QUANTITY
      *         2. SALES VALUE, COST OF GOODS, MARGIN, MARGIN PERCENT
      *         3. BELOW COST - A CONTRACT-PRICED SALE UNDER STANDARD
      *            NO STD COST - NO COST IN FORCE ON THE SALE DATE
      *       GROUP TOTAL PER PRODUCT (OR CUSTOMER)
      *    followed by the run's total sales value, cost of goods,
      *    margin and margin percent, and counts of lines flagged.
      ****************************************************************
      * CALCULATIONS:
      *    SALES VALUE = QTY SOLD * COST PER ITEM
      *    COST OF GOODS = QTY SOLD * STANDARD UNIT COST IN FORCE ON
      *        SR-TRANSACTION-DATE
      *    MARGIN = SALES VALUE - COST OF GOODS
      *    MARGIN PERCENT = MARGIN * 100 / SALES VALUE (ROUNDED TO
      *        ONE PLACE; ZERO WHEN THERE IS NO SALES VALUE)
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOOD-SALES-FILE
               ASSIGN TO 'PR2FA20G.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALES-SORTED-FILE
               ASSIGN TO 'PR2GM20P.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'PR2GM20S.tmp'.
           SELECT STANDARD-COST-FILE
               ASSIGN TO 'STDCOST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO 'CONTRACT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT MARGIN-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'GrossMarginReport.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  GOOD-SALES-FILE
           RECORD CONTAINS 64 CHARACTERS.

       01  GOOD-SALES-RECORD               PIC X(64).

       FD  SALES-SORTED-FILE
           RECORD CONTAINS 64 CHARACTERS.

           COPY SALESREC.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 64 CHARACTERS.

       01  SORT-SALES-RECORD.
           05  SB-CUSTOMER-ID              PIC 9(5).
           05  SB-PRODUCT-ID               PIC X(3).
           05  SB-TRANSACTION-TYPE         PIC X(1).
           05  FILLER                      PIC X(55).

       FD  STANDARD-COST-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY STDCOST.

       FD  CONTRACT-PRICE-FILE
           RECORD CONTAINS 29 CHARACTERS.

           COPY CONTRACT.

       FD  MARGIN-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 FIRST-RECORD                 PIC X(3)    VALUE "YES".
           05 PRODUCT-ID-HOLD              PIC X(3).
           05 CUSTOMER-ID-HOLD             PIC 9(5)    VALUE 0.
           05 WS-COST-EOF-SW               PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-STDCOST-STATUS            PIC X(2).
           05 WS-CONTRACT-STATUS           PIC X(2).
           05 WS-STDCOST-FILE-SW           PIC X(3)    VALUE "NO".
           05 WS-CONTRACT-FILE-SW          PIC X(3)    VALUE "NO".

       01  WS-COST-LOOKUP-FIELDS.
           05 WS-COST-PRODUCT-KEY          PIC X(3).
           05 WS-COST-AS-OF-DATE           PIC 9(8)    VALUE 0.
           05 WS-COST-FOUND-SW             PIC X(3)    VALUE "NO".
           05 WS-STANDARD-COST             PIC 999V99  VALUE 0.

       01  WS-DETAIL-FIELDS.
           05 WS-DF-SALES-VALUE            PIC S9(6)V99 VALUE 0.
           05 WS-DF-COST-VALUE             PIC S9(6)V99 VALUE 0.
           05 WS-DF-MARGIN                 PIC S9(6)V99 VALUE 0.
           05 WS-DF-FLAG-TEXT              PIC X(11)    VALUE SPACES.

       01  WS-PERCENT-FIELDS.
           05 WS-PCT-VALUE                 PIC S9(9)V99 VALUE 0.
           05 WS-PCT-MARGIN                PIC S9(9)V99 VALUE 0.
           05 WS-PCT-RESULT                PIC S9(3)V9  VALUE 0.

       01  WS-GROUP-TOTAL-FIELDS.
           05 WS-GROUP-SALES-VALUE         PIC S9(8)V99 VALUE 0.
           05 WS-GROUP-COST-VALUE          PIC S9(8)V99 VALUE 0.
           05 WS-GROUP-MARGIN              PIC S9(8)V99 VALUE 0.

       01  WS-GRAND-TOTAL-FIELDS.
           05 WS-GRAND-SALES-VALUE         PIC S9(9)V99 VALUE 0.
           05 WS-GRAND-COST-VALUE          PIC S9(9)V99 VALUE 0.
           05 WS-GRAND-MARGIN              PIC S9(9)V99 VALUE 0.
           05 WS-LINE-COUNT                PIC 9(7)     VALUE 0.
           05 WS-BELOW-COST-COUNT          PIC 9(7)     VALUE 0.
           05 WS-NO-COST-COUNT             PIC 9(7)     VALUE 0.

      *    SET ON THE BY-PRODUCT PASS ONLY, SO THE RUN TOTALS AND
      *    FLAG COUNTS ARE TAKEN ONCE
       01  WS-PASS-FIELDS.
           05 WS-BY-PRODUCT-PASS-SW        PIC X(3)    VALUE "YES".

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.

           COPY RUNSEQL.

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
                                       "GROSS MARGIN REPORT         ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05  SH-SECTION-TEXT     PIC X(30).
           05  FILLER              PIC X(40)   VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05  CH-GROUP-LABEL      PIC X(16).
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(1)    VALUE "T".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(4)    VALUE " QTY".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(11)   VALUE "SALES VALUE".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(11)   VALUE "COST OF GDS".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(11)   VALUE "     MARGIN".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(6)    VALUE "MARG %".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(11)   VALUE "FLAG".

       01  GROUP-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  GH-GROUP-TEXT       PIC X(9).
           05  GH-GROUP-ID         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  GH-GROUP-NAME       PIC X(25).
           05  FILLER              PIC X(37)   VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-LINE-ID          PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-LINE-NAME        PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-TRANSACTION-TYPE PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-QUANTITY-SOLD    PIC ZZ9-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-SALES-VALUE      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-COST-VALUE       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-MARGIN           PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-MARGIN-PCT       PIC ZZ9.9-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-FLAG-TEXT        PIC X(11).

       01  GROUP-TOTAL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  GT-GROUP-TEXT       PIC X(24).
           05  GT-SALES-VALUE      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GT-COST-VALUE       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GT-MARGIN           PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GT-MARGIN-PCT       PIC ZZ9.9-.
           05  FILLER              PIC X(12)   VALUE SPACES.

       01  SALES-VALUE-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "TOTAL SALES VALUE:          ".
           05  FL-SALES-VALUE      PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(27)   VALUE SPACES.

       01  COST-VALUE-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "TOTAL COST OF GOODS SOLD:   ".
           05  FL-COST-VALUE       PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(27)   VALUE SPACES.

       01  MARGIN-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "TOTAL GROSS MARGIN:         ".
           05  FL-MARGIN           PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(27)   VALUE SPACES.

       01  MARGIN-PCT-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "GROSS MARGIN PERCENT:       ".
           05  FL-MARGIN-PCT       PIC ZZ9.9-.
           05  FILLER              PIC X(36)   VALUE SPACES.

       01  LINE-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "SALES LINES COSTED:         ".
           05  FL-LINE-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  BELOW-COST-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "CONTRACT LINES BELOW COST:  ".
           05  FL-BELOW-COST-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  NO-COST-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "LINES WITH NO STANDARD COST:".
           05  FL-NO-COST-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 140-STAMP-RUN-START-ROUTINE
           PERFORM 150-HOUSEKEEPING
           PERFORM 350-PRINT-BY-PRODUCT-ROUTINE
           PERFORM 450-PRINT-BY-CUSTOMER-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       140-STAMP-RUN-START-ROUTINE.

      *    THE NIGHTLY ORDER IS ENFORCED BY THE RUN-SEQUENCE
      *    CONTROL FILE - THE WORK FILE IS NOT READ UNTIL
      *    ProgramTwo HAS COMPLETED CLEANLY FOR THE CURRENT BATCH
           MOVE "S" TO RL-ACTION
           MOVE "MARGIN" TO RL-PROGRAM-NAME
           MOVE "PROGRAMTWO" TO RL-PREREQ-NAME
           MOVE ZEROES TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER

           IF RL-RESULT = "8"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
        .

       150-HOUSEKEEPING.

      *    FILE STATUS 35 JUST MEANS NO STANDARD COST HAS BEEN KEYED
      *    YET - EVERY LINE PRINTS FLAGGED NO STD COST
           OPEN INPUT STANDARD-COST-FILE
           IF WS-STDCOST-STATUS NOT = "35"
               MOVE "YES" TO WS-STDCOST-FILE-SW
           END-IF

      *    FILE STATUS 35 JUST MEANS NO CUSTOMER HAS A CONTRACT
           OPEN INPUT CONTRACT-PRICE-FILE
           IF WS-CONTRACT-STATUS NOT = "35"
               MOVE "YES" TO WS-CONTRACT-FILE-SW
           END-IF

           OPEN OUTPUT MARGIN-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR
        .

       200-WRITE-REPORT-HEADERS-ROUTINE.

           WRITE REPORT-RECORD FROM REPORT-HEADING-ONE
               AFTER ADVANCING PAGE.

           MOVE 1 TO PROPER-SPACING
           MOVE REPORT-HEADING-TWO TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 2 TO PROPER-SPACING
           MOVE SECTION-HEADING-LINE TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 2 TO PROPER-SPACING
           MOVE COLUMN-HEADING-THREE TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       300-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
        .

       350-PRINT-BY-PRODUCT-ROUTINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SB-PRODUCT-ID
               ON ASCENDING KEY SB-CUSTOMER-ID
               ON ASCENDING KEY SB-TRANSACTION-TYPE
               USING GOOD-SALES-FILE
               GIVING SALES-SORTED-FILE

           MOVE "BY PRODUCT" TO SH-SECTION-TEXT
           MOVE "CUSTOMER" TO CH-GROUP-LABEL
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE

           MOVE "YES" TO WS-BY-PRODUCT-PASS-SW
           MOVE "N" TO NO-MORE-DATA
           MOVE "YES" TO FIRST-RECORD
           OPEN INPUT SALES-SORTED-FILE
           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ SALES-SORTED-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 400-PROCESS-PRODUCT-LINE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE SALES-SORTED-FILE

           IF FIRST-RECORD = "NO"
               MOVE "PRODUCT TOTAL:" TO GT-GROUP-TEXT
               PERFORM 500-GROUP-BREAK-ROUTINE
           END-IF
        .

       400-PROCESS-PRODUCT-LINE-ROUTINE.

           EVALUATE TRUE
               WHEN FIRST-RECORD = "YES"
                   MOVE "NO" TO FIRST-RECORD
                   PERFORM 410-WRITE-PRODUCT-HEADING-ROUTINE

               WHEN SR-PRODUCT-ID NOT EQUAL PRODUCT-ID-HOLD
                   MOVE "PRODUCT TOTAL:" TO GT-GROUP-TEXT
                   PERFORM 500-GROUP-BREAK-ROUTINE
                   PERFORM 410-WRITE-PRODUCT-HEADING-ROUTINE
           END-EVALUATE

           MOVE SR-CUSTOMER-ID TO DL-LINE-ID
           MOVE SR-CUSTOMER-NAME TO DL-LINE-NAME
           PERFORM 420-COST-AND-PRINT-LINE-ROUTINE
        .

       410-WRITE-PRODUCT-HEADING-ROUTINE.

           MOVE SR-PRODUCT-ID TO PRODUCT-ID-HOLD

           MOVE "PRODUCT " TO GH-GROUP-TEXT
           MOVE SR-PRODUCT-ID TO GH-GROUP-ID
           MOVE SR-PRODUCT-NAME TO GH-GROUP-NAME
           MOVE GROUP-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       420-COST-AND-PRINT-LINE-ROUTINE.

           MULTIPLY SR-QUANTITY-SOLD BY SR-COST-PER-ITEM
               GIVING WS-DF-SALES-VALUE

           MOVE SR-PRODUCT-ID TO WS-COST-PRODUCT-KEY
           MOVE SR-TRANSACTION-DATE TO WS-COST-AS-OF-DATE
           PERFORM 470-FIND-STANDARD-COST-ROUTINE

           MULTIPLY SR-QUANTITY-SOLD BY WS-STANDARD-COST
               GIVING WS-DF-COST-VALUE
           SUBTRACT WS-DF-COST-VALUE FROM WS-DF-SALES-VALUE
               GIVING WS-DF-MARGIN

           MOVE SPACES TO WS-DF-FLAG-TEXT
           IF WS-COST-FOUND-SW = "NO"
               MOVE "NO STD COST" TO WS-DF-FLAG-TEXT
               IF WS-BY-PRODUCT-PASS-SW = "YES"
                   ADD 1 TO WS-NO-COST-COUNT
               END-IF
           ELSE
               IF SR-TRANSACTION-TYPE NOT = "R"
                       AND SR-COST-PER-ITEM LESS THAN WS-STANDARD-COST
                   PERFORM 430-CHECK-CONTRACT-ROUTINE
               END-IF
           END-IF

           MOVE SR-TRANSACTION-TYPE TO DL-TRANSACTION-TYPE
           MOVE SR-QUANTITY-SOLD TO DL-QUANTITY-SOLD
           MOVE WS-DF-SALES-VALUE TO DL-SALES-VALUE
           MOVE WS-DF-COST-VALUE TO DL-COST-VALUE
           MOVE WS-DF-MARGIN TO DL-MARGIN
           MOVE WS-DF-SALES-VALUE TO WS-PCT-VALUE
           MOVE WS-DF-MARGIN TO WS-PCT-MARGIN
           PERFORM 480-FIGURE-MARGIN-PCT-ROUTINE
           MOVE WS-PCT-RESULT TO DL-MARGIN-PCT
           MOVE WS-DF-FLAG-TEXT TO DL-FLAG-TEXT

           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           ADD WS-DF-SALES-VALUE TO WS-GROUP-SALES-VALUE
           ADD WS-DF-COST-VALUE TO WS-GROUP-COST-VALUE
           ADD WS-DF-MARGIN TO WS-GROUP-MARGIN

           IF WS-BY-PRODUCT-PASS-SW = "YES"
               ADD WS-DF-SALES-VALUE TO WS-GRAND-SALES-VALUE
               ADD WS-DF-COST-VALUE TO WS-GRAND-COST-VALUE
               ADD WS-DF-MARGIN TO WS-GRAND-MARGIN
               ADD 1 TO WS-LINE-COUNT
           END-IF
        .

       430-CHECK-CONTRACT-ROUTINE.

      *    ONLY A CONTRACT PRICE IS FLAGGED - A LIST-PRICE SALE
      *    UNDER COST SHOWS ITS NEGATIVE MARGIN BUT IS A PRICING
      *    MATTER FOR THE PRODUCT MASTER, NOT A CONTRACT TO REVIEW
           IF WS-CONTRACT-FILE-SW = "YES"
               MOVE SR-CUSTOMER-ID TO CN-CUSTOMER-ID
               MOVE SR-PRODUCT-ID TO CN-PRODUCT-ID
               READ CONTRACT-PRICE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "BELOW COST" TO WS-DF-FLAG-TEXT
                       IF WS-BY-PRODUCT-PASS-SW = "YES"
                           ADD 1 TO WS-BELOW-COST-COUNT
                       END-IF
               END-READ
           END-IF
        .

       450-PRINT-BY-CUSTOMER-ROUTINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SB-CUSTOMER-ID
               ON ASCENDING KEY SB-PRODUCT-ID
               ON ASCENDING KEY SB-TRANSACTION-TYPE
               USING GOOD-SALES-FILE
               GIVING SALES-SORTED-FILE

           MOVE "BY CUSTOMER" TO SH-SECTION-TEXT
           MOVE "PRODUCT" TO CH-GROUP-LABEL
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE

           MOVE "NO" TO WS-BY-PRODUCT-PASS-SW
           MOVE "N" TO NO-MORE-DATA
           MOVE "YES" TO FIRST-RECORD
           OPEN INPUT SALES-SORTED-FILE
           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ SALES-SORTED-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 460-PROCESS-CUSTOMER-LINE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE SALES-SORTED-FILE

           IF FIRST-RECORD = "NO"
               MOVE "CUSTOMER TOTAL:" TO GT-GROUP-TEXT
               PERFORM 500-GROUP-BREAK-ROUTINE
           END-IF
        .

       460-PROCESS-CUSTOMER-LINE-ROUTINE.

           EVALUATE TRUE
               WHEN FIRST-RECORD = "YES"
                   MOVE "NO" TO FIRST-RECORD
                   PERFORM 465-WRITE-CUSTOMER-HEADING-ROUTINE

               WHEN SR-CUSTOMER-ID NOT EQUAL CUSTOMER-ID-HOLD
                   MOVE "CUSTOMER TOTAL:" TO GT-GROUP-TEXT
                   PERFORM 500-GROUP-BREAK-ROUTINE
                   PERFORM 465-WRITE-CUSTOMER-HEADING-ROUTINE
           END-EVALUATE

           MOVE SR-PRODUCT-ID TO DL-LINE-ID
           MOVE SR-PRODUCT-NAME TO DL-LINE-NAME
           PERFORM 420-COST-AND-PRINT-LINE-ROUTINE
        .

       465-WRITE-CUSTOMER-HEADING-ROUTINE.

           MOVE SR-CUSTOMER-ID TO CUSTOMER-ID-HOLD

           MOVE "CUSTOMER " TO GH-GROUP-TEXT
           MOVE SR-CUSTOMER-ID TO GH-GROUP-ID
           MOVE SR-CUSTOMER-NAME TO GH-GROUP-NAME
           MOVE GROUP-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       470-FIND-STANDARD-COST-ROUTINE.

      *    THE COST IN FORCE ON A DATE IS THE PRODUCT'S LATEST
      *    EFFECTIVE DATE NOT AFTER IT - READ THE PRODUCT'S COSTS
      *    OLDEST FIRST AND KEEP THE LAST ONE THAT QUALIFIES
           MOVE "NO" TO WS-COST-FOUND-SW
           MOVE ZEROES TO WS-STANDARD-COST
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
                           MOVE "YES" TO WS-COST-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
        .

       480-FIGURE-MARGIN-PCT-ROUTINE.

      *    A MARGIN TOO FAR BELOW ITS SALES VALUE TO FIT (A LINE
      *    SOLD FOR PENNIES) SHOWS AS 999.9
           IF WS-PCT-VALUE = ZERO
               MOVE ZEROES TO WS-PCT-RESULT
           ELSE
               COMPUTE WS-PCT-RESULT ROUNDED =
                       WS-PCT-MARGIN * 100 / WS-PCT-VALUE
                   ON SIZE ERROR
                       IF WS-PCT-MARGIN LESS THAN ZERO
                           MOVE -999.9 TO WS-PCT-RESULT
                       ELSE
                           MOVE 999.9 TO WS-PCT-RESULT
                       END-IF
               END-COMPUTE
           END-IF
        .

       500-GROUP-BREAK-ROUTINE.

           MOVE WS-GROUP-SALES-VALUE TO GT-SALES-VALUE
           MOVE WS-GROUP-COST-VALUE TO GT-COST-VALUE
           MOVE WS-GROUP-MARGIN TO GT-MARGIN
           MOVE WS-GROUP-SALES-VALUE TO WS-PCT-VALUE
           MOVE WS-GROUP-MARGIN TO WS-PCT-MARGIN
           PERFORM 480-FIGURE-MARGIN-PCT-ROUTINE
           MOVE WS-PCT-RESULT TO GT-MARGIN-PCT

           MOVE GROUP-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE ZEROES TO WS-GROUP-SALES-VALUE
           MOVE ZEROES TO WS-GROUP-COST-VALUE
           MOVE ZEROES TO WS-GROUP-MARGIN
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-GRAND-SALES-VALUE TO FL-SALES-VALUE
           MOVE SALES-VALUE-TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-GRAND-COST-VALUE TO FL-COST-VALUE
           MOVE COST-VALUE-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-GRAND-MARGIN TO FL-MARGIN
           MOVE MARGIN-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-GRAND-SALES-VALUE TO WS-PCT-VALUE
           MOVE WS-GRAND-MARGIN TO WS-PCT-MARGIN
           PERFORM 480-FIGURE-MARGIN-PCT-ROUTINE
           MOVE WS-PCT-RESULT TO FL-MARGIN-PCT
           MOVE MARGIN-PCT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-LINE-COUNT TO FL-LINE-COUNT
           MOVE LINE-COUNT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-BELOW-COST-COUNT TO FL-BELOW-COST-COUNT
           MOVE BELOW-COST-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-NO-COST-COUNT TO FL-NO-COST-COUNT
           MOVE NO-COST-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           IF WS-STDCOST-FILE-SW = "YES"
               CLOSE STANDARD-COST-FILE
           END-IF
           IF WS-CONTRACT-FILE-SW = "YES"
               CLOSE CONTRACT-PRICE-FILE
           END-IF
           CLOSE MARGIN-REPORT-OUT-FILE
           PERFORM 610-STAMP-RUN-END-ROUTINE
           STOP RUN
        .

       610-STAMP-RUN-END-ROUTINE.

           MOVE "E" TO RL-ACTION
           MOVE RETURN-CODE TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER
        .
