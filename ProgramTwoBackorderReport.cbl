       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoBackorderReport.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that lists every customer
      * order still waiting for stock, so the shops can be told when
      * their costumes will ship.  ProgramTwoOrderEntry puts the
      * quantity it cannot ship on the backorder file and
      * ProgramTwoReceiving fills it as stock comes in; this report
      * shows what is still open twice over - product by product
      * for purchasing, and customer by customer for the order desk
      * - with the due date of the earliest open purchase order for
      * each product as the expected ship date.
      ****************************************************************
      * INPUT:
      *    BACKORD.dat (see BACKORD copybook) - the open backorders.
      *    Missing means nothing is backordered.
      *    POMAST.dat (see POMAST copybook) - open and partly
      *    received PO lines supply the expected date.  Missing
      *    means no PO is open.
      ****************************************************************
      * OUTPUT:
      *    The OPEN BACKORDER REPORT in two parts:
      *       BY PRODUCT - oldest order first within each product:
      *         1. PRODUCT HEADING WITH THE NEXT PO DUE DATE
      *         2. ORDER NUMBER, ORDER DATE, CUSTOMER
      *         3. QUANTITY BACKORDERED, STILL OPEN, OPEN VALUE
      *         4. PRODUCT TOTAL OF UNITS AND VALUE OPEN
      *       BY CUSTOMER - oldest order first within each customer:
      *         1. CUSTOMER HEADING
      *         2. ORDER NUMBER, ORDER DATE, PRODUCT
      *         3. QUANTITY STILL OPEN, OPEN VALUE, EXPECTED DATE
      *         4. CUSTOMER TOTAL OF UNITS AND VALUE OPEN
      *    followed by counts of backorders, units and value open.
      ****************************************************************
      * CALCULATIONS:
      *    OPEN VALUE = QUANTITY STILL OPEN * PRICE ORDER WAS TAKEN AT
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORD.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BI-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO 'POMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT SORTED-BACKORDER-FILE
               ASSIGN TO 'PR2BO20P.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'PR2BO20S.tmp'.
           SELECT BACKORDER-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'OpenBackorderReport.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  BACKORDER-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  BACKORDER-IN-RECORD.
           05  BI-KEY                      PIC X(17).
           05  FILLER                      PIC X(73).

       FD  PURCHASE-ORDER-FILE
           RECORD CONTAINS 54 CHARACTERS.

           COPY POMAST.

       FD  SORTED-BACKORDER-FILE
           RECORD CONTAINS 90 CHARACTERS.

           COPY BACKORD.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  SORT-BACKORDER-RECORD.
           05  SB-PRODUCT-ID               PIC X(3).
           05  SB-ORDER-DATE               PIC 9(8).
           05  SB-ORDER-NUMBER             PIC 9(6).
           05  SB-CUSTOMER-ID              PIC 9(5).
           05  FILLER                      PIC X(68).

       FD  BACKORDER-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 FIRST-RECORD                 PIC X(3)    VALUE "YES".
           05 PRODUCT-ID-HOLD              PIC X(3).
           05 CUSTOMER-ID-HOLD             PIC 9(5)    VALUE 0.
           05 WS-PO-EOF-SW                 PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-BACKORDER-STATUS          PIC X(2).
           05 WS-POMAST-STATUS             PIC X(2).

       01  WS-BACKORDER-FIELDS.
           05 WS-OPEN-VALUE                PIC 9(6)V99  VALUE 0.
           05 WS-GROUP-UNITS-TOTAL         PIC 9(7)     VALUE 0.
           05 WS-GROUP-VALUE-TOTAL         PIC 9(8)V99  VALUE 0.
           05 WS-BACKORDER-COUNT           PIC 9(5)     VALUE 0.
           05 WS-UNITS-OPEN-TOTAL          PIC 9(7)     VALUE 0.
           05 WS-VALUE-OPEN-TOTAL          PIC 9(9)V99  VALUE 0.

      *    EARLIEST DUE DATE OF AN OPEN OR PARTLY RECEIVED PO LINE,
      *    PER PRODUCT
       01  WS-DUE-TABLE.
           05 WS-DUE-COUNT                 PIC 9(3)    VALUE 0.
           05 WS-DUE-SUB                   PIC 9(3)    VALUE 0.
           05 WS-DUE-FOUND-SW              PIC X(3)    VALUE "NO".
           05 WS-DUE-PRODUCT-KEY           PIC X(3).
           05 WS-DUE-ENTRY                 OCCURS 500 TIMES.
               10 WS-DUE-PRODUCT-ID        PIC X(3).
               10 WS-DUE-DATE              PIC 9(8).

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
                                       "OPEN BACKORDER REPORT       ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05  SH-SECTION-TEXT     PIC X(30).
           05  FILLER              PIC X(40)   VALUE SPACES.

       01  PRODUCT-COLUMN-HEADING.
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(6)    VALUE "ORDER ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "ORDER DATE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(26)   VALUE "CUSTOMER".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE " ORD".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE "OPEN".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(11)   VALUE " OPEN VALUE".
           05                      PIC X(5)    VALUE SPACES.

       01  CUSTOMER-COLUMN-HEADING.
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(6)    VALUE "ORDER ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "ORDER DATE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE "PRODUCT".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE "OPEN".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(11)   VALUE " OPEN VALUE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "EXPECTED".
           05                      PIC X(7)    VALUE SPACES.

       01  PRODUCT-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE "PRODUCT ".
           05  PH-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PH-PRODUCT-NAME     PIC X(14).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  PH-DUE-TEXT         PIC X(13).
           05  PH-DUE-DATE         PIC X(10).
           05  FILLER              PIC X(24)   VALUE SPACES.

       01  PRODUCT-DETAIL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  PD-ORDER-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-ORDER-DATE.
               10  PD-ORDER-MM     PIC X(2).
               10                  PIC X       VALUE "/".
               10  PD-ORDER-DD     PIC X(2).
               10                  PIC X       VALUE "/".
               10  PD-ORDER-YYYY   PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-CUSTOMER-ID      PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  PD-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PD-ORDERED-QTY      PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PD-OPEN-QTY         PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-OPEN-VALUE       PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(5)    VALUE SPACES.

       01  CUSTOMER-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE "CUSTOMER ".
           05  CH-CUSTOMER-ID      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CH-CUSTOMER-NAME    PIC X(25).
           05  FILLER              PIC X(37)   VALUE SPACES.

       01  CUSTOMER-DETAIL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  CD-ORDER-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CD-ORDER-DATE.
               10  CD-ORDER-MM     PIC X(2).
               10                  PIC X       VALUE "/".
               10  CD-ORDER-DD     PIC X(2).
               10                  PIC X       VALUE "/".
               10  CD-ORDER-YYYY   PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CD-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CD-PRODUCT-NAME     PIC X(14).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  CD-OPEN-QTY         PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CD-OPEN-VALUE       PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CD-EXPECTED-DATE    PIC X(10).
           05  FILLER              PIC X(7)    VALUE SPACES.

       01  GROUP-TOTAL-LINE.
           05  FILLER              PIC X(24)   VALUE SPACES.
           05  GT-GROUP-TEXT       PIC X(20).
           05  GT-UNITS-TOTAL      PIC Z,ZZZ,ZZ9.
           05                      PIC X(7)    VALUE " UNITS ".
           05  GT-VALUE-TOTAL      PIC $ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(6)    VALUE SPACES.

       01  NO-BACKORDERS-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "NO ORDERS ARE ON BACKORDER  ".
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  BACKORDER-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "ORDER LINES ON BACKORDER:   ".
           05  FL-BACKORDER-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  UNITS-OPEN-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "UNITS ON BACKORDER:         ".
           05  FL-UNITS-OPEN       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  VALUE-OPEN-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "VALUE ON BACKORDER:         ".
           05  FL-VALUE-OPEN       PIC $ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(28)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 160-LOAD-PO-DUE-DATES-ROUTINE
           PERFORM 350-PRINT-BY-PRODUCT-ROUTINE
           PERFORM 450-PRINT-BY-CUSTOMER-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

      *    THE SORT NEEDS THE FILE TO EXIST - A MISSING ONE JUST
      *    MEANS NOTHING IS BACKORDERED, SO IT IS CREATED EMPTY
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-STATUS = "35"
               OPEN OUTPUT BACKORDER-FILE
           END-IF
           CLOSE BACKORDER-FILE

           OPEN OUTPUT BACKORDER-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR
        .

       160-LOAD-PO-DUE-DATES-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO PO HAS EVER BEEN RAISED -
      *    EVERY PRODUCT SHOWS NO PO OPEN
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POMAST-STATUS NOT = "35"
               PERFORM UNTIL WS-PO-EOF-SW = "Y"
                   READ PURCHASE-ORDER-FILE
                       AT END
                           MOVE "Y" TO WS-PO-EOF-SW
                       NOT AT END
                           IF PO-STATUS NOT = "C"
                               PERFORM 170-STORE-DUE-DATE-ROUTINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF
        .

       170-STORE-DUE-DATE-ROUTINE.

           MOVE PO-PRODUCT-ID TO WS-DUE-PRODUCT-KEY
           PERFORM 180-FIND-DUE-DATE-ROUTINE

           IF WS-DUE-FOUND-SW = "YES"
               IF PO-DUE-DATE LESS THAN WS-DUE-DATE (WS-DUE-SUB)
                   MOVE PO-DUE-DATE TO WS-DUE-DATE (WS-DUE-SUB)
               END-IF
           ELSE
               IF WS-DUE-COUNT LESS THAN 500
                   ADD 1 TO WS-DUE-COUNT
                   MOVE WS-DUE-COUNT TO WS-DUE-SUB
                   MOVE PO-PRODUCT-ID TO WS-DUE-PRODUCT-ID (WS-DUE-SUB)
                   MOVE PO-DUE-DATE TO WS-DUE-DATE (WS-DUE-SUB)
               END-IF
           END-IF
        .

       180-FIND-DUE-DATE-ROUTINE.

           MOVE 1 TO WS-DUE-SUB
           MOVE "NO" TO WS-DUE-FOUND-SW

           PERFORM UNTIL WS-DUE-SUB GREATER THAN WS-DUE-COUNT
                   OR WS-DUE-FOUND-SW = "YES"
               IF WS-DUE-PRODUCT-ID (WS-DUE-SUB) = WS-DUE-PRODUCT-KEY
                   MOVE "YES" TO WS-DUE-FOUND-SW
               ELSE
                   ADD 1 TO WS-DUE-SUB
               END-IF
           END-PERFORM
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
        .

       300-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
        .

       350-PRINT-BY-PRODUCT-ROUTINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SB-PRODUCT-ID
               ON ASCENDING KEY SB-ORDER-DATE
               ON ASCENDING KEY SB-ORDER-NUMBER
               USING BACKORDER-FILE
               GIVING SORTED-BACKORDER-FILE

           MOVE "BY PRODUCT" TO SH-SECTION-TEXT
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           MOVE PRODUCT-COLUMN-HEADING TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "N" TO NO-MORE-DATA
           MOVE "YES" TO FIRST-RECORD
           OPEN INPUT SORTED-BACKORDER-FILE
           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ SORTED-BACKORDER-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 400-PROCESS-PRODUCT-LINE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE SORTED-BACKORDER-FILE

           IF WS-BACKORDER-COUNT = ZERO
               MOVE NO-BACKORDERS-LINE TO REPORT-RECORD
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           ELSE
               MOVE "PRODUCT TOTAL:" TO GT-GROUP-TEXT
               PERFORM 500-GROUP-BREAK-ROUTINE
           END-IF
        .

       400-PROCESS-PRODUCT-LINE-ROUTINE.

           MULTIPLY BO-OPEN-QTY BY BO-UNIT-PRICE GIVING WS-OPEN-VALUE

           EVALUATE TRUE
               WHEN FIRST-RECORD = "YES"
                   MOVE "NO" TO FIRST-RECORD
                   PERFORM 410-WRITE-PRODUCT-HEADING-ROUTINE

               WHEN BO-PRODUCT-ID NOT EQUAL PRODUCT-ID-HOLD
                   MOVE "PRODUCT TOTAL:" TO GT-GROUP-TEXT
                   PERFORM 500-GROUP-BREAK-ROUTINE
                   PERFORM 410-WRITE-PRODUCT-HEADING-ROUTINE
           END-EVALUATE

           MOVE BO-ORDER-NUMBER TO PD-ORDER-NUMBER
           MOVE BO-ORDER-DATE (5:2) TO PD-ORDER-MM
           MOVE BO-ORDER-DATE (7:2) TO PD-ORDER-DD
           MOVE BO-ORDER-DATE (1:4) TO PD-ORDER-YYYY
           MOVE BO-CUSTOMER-ID TO PD-CUSTOMER-ID
           MOVE BO-CUSTOMER-NAME TO PD-CUSTOMER-NAME
           MOVE BO-ORDERED-QTY TO PD-ORDERED-QTY
           MOVE BO-OPEN-QTY TO PD-OPEN-QTY
           MOVE WS-OPEN-VALUE TO PD-OPEN-VALUE

           MOVE PRODUCT-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           ADD BO-OPEN-QTY TO WS-GROUP-UNITS-TOTAL
           ADD WS-OPEN-VALUE TO WS-GROUP-VALUE-TOTAL
           ADD 1 TO WS-BACKORDER-COUNT
           ADD BO-OPEN-QTY TO WS-UNITS-OPEN-TOTAL
           ADD WS-OPEN-VALUE TO WS-VALUE-OPEN-TOTAL
        .

       410-WRITE-PRODUCT-HEADING-ROUTINE.

           MOVE BO-PRODUCT-ID TO PRODUCT-ID-HOLD

           MOVE BO-PRODUCT-ID TO PH-PRODUCT-ID
           MOVE BO-PRODUCT-NAME TO PH-PRODUCT-NAME
           PERFORM 420-EXPECTED-DATE-ROUTINE
           IF WS-DUE-FOUND-SW = "YES"
               MOVE "NEXT PO DUE: " TO PH-DUE-TEXT
           ELSE
               MOVE SPACES TO PH-DUE-TEXT
           END-IF
           MOVE CD-EXPECTED-DATE TO PH-DUE-DATE

           MOVE PRODUCT-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       420-EXPECTED-DATE-ROUTINE.

      *    THE EARLIEST OPEN PO LINE FOR THE PRODUCT IS WHEN THE
      *    STOCK, AND SO THE BACKORDER, IS NEXT EXPECTED
           MOVE BO-PRODUCT-ID TO WS-DUE-PRODUCT-KEY
           PERFORM 180-FIND-DUE-DATE-ROUTINE

           IF WS-DUE-FOUND-SW = "YES"
               MOVE SPACES TO CD-EXPECTED-DATE
               STRING WS-DUE-DATE (WS-DUE-SUB) (5:2) DELIMITED BY SIZE
                      "/"                           DELIMITED BY SIZE
                      WS-DUE-DATE (WS-DUE-SUB) (7:2) DELIMITED BY SIZE
                      "/"                           DELIMITED BY SIZE
                      WS-DUE-DATE (WS-DUE-SUB) (1:4) DELIMITED BY SIZE
                   INTO CD-EXPECTED-DATE
               END-STRING
           ELSE
               MOVE "NO PO OPEN" TO CD-EXPECTED-DATE
           END-IF
        .

       450-PRINT-BY-CUSTOMER-ROUTINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SB-CUSTOMER-ID
               ON ASCENDING KEY SB-ORDER-DATE
               ON ASCENDING KEY SB-ORDER-NUMBER
               ON ASCENDING KEY SB-PRODUCT-ID
               USING BACKORDER-FILE
               GIVING SORTED-BACKORDER-FILE

           MOVE "BY CUSTOMER" TO SH-SECTION-TEXT
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           MOVE CUSTOMER-COLUMN-HEADING TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "N" TO NO-MORE-DATA
           MOVE "YES" TO FIRST-RECORD
           OPEN INPUT SORTED-BACKORDER-FILE
           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ SORTED-BACKORDER-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 460-PROCESS-CUSTOMER-LINE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE SORTED-BACKORDER-FILE

           IF WS-BACKORDER-COUNT = ZERO
               MOVE NO-BACKORDERS-LINE TO REPORT-RECORD
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           ELSE
               MOVE "CUSTOMER TOTAL:" TO GT-GROUP-TEXT
               PERFORM 500-GROUP-BREAK-ROUTINE
           END-IF
        .

       460-PROCESS-CUSTOMER-LINE-ROUTINE.

           MULTIPLY BO-OPEN-QTY BY BO-UNIT-PRICE GIVING WS-OPEN-VALUE

           EVALUATE TRUE
               WHEN FIRST-RECORD = "YES"
                   MOVE "NO" TO FIRST-RECORD
                   PERFORM 470-WRITE-CUSTOMER-HEADING-ROUTINE

               WHEN BO-CUSTOMER-ID NOT EQUAL CUSTOMER-ID-HOLD
                   MOVE "CUSTOMER TOTAL:" TO GT-GROUP-TEXT
                   PERFORM 500-GROUP-BREAK-ROUTINE
                   PERFORM 470-WRITE-CUSTOMER-HEADING-ROUTINE
           END-EVALUATE

           MOVE BO-ORDER-NUMBER TO CD-ORDER-NUMBER
           MOVE BO-ORDER-DATE (5:2) TO CD-ORDER-MM
           MOVE BO-ORDER-DATE (7:2) TO CD-ORDER-DD
           MOVE BO-ORDER-DATE (1:4) TO CD-ORDER-YYYY
           MOVE BO-PRODUCT-ID TO CD-PRODUCT-ID
           MOVE BO-PRODUCT-NAME TO CD-PRODUCT-NAME
           MOVE BO-OPEN-QTY TO CD-OPEN-QTY
           MOVE WS-OPEN-VALUE TO CD-OPEN-VALUE
           PERFORM 420-EXPECTED-DATE-ROUTINE

           MOVE CUSTOMER-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           ADD BO-OPEN-QTY TO WS-GROUP-UNITS-TOTAL
           ADD WS-OPEN-VALUE TO WS-GROUP-VALUE-TOTAL
        .

       470-WRITE-CUSTOMER-HEADING-ROUTINE.

           MOVE BO-CUSTOMER-ID TO CUSTOMER-ID-HOLD

           MOVE BO-CUSTOMER-ID TO CH-CUSTOMER-ID
           MOVE BO-CUSTOMER-NAME TO CH-CUSTOMER-NAME
           MOVE CUSTOMER-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       500-GROUP-BREAK-ROUTINE.

           MOVE WS-GROUP-UNITS-TOTAL TO GT-UNITS-TOTAL
           MOVE WS-GROUP-VALUE-TOTAL TO GT-VALUE-TOTAL
           MOVE GROUP-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE ZEROES TO WS-GROUP-UNITS-TOTAL
           MOVE ZEROES TO WS-GROUP-VALUE-TOTAL
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-BACKORDER-COUNT TO FL-BACKORDER-COUNT
           MOVE BACKORDER-COUNT-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-UNITS-OPEN-TOTAL TO FL-UNITS-OPEN
           MOVE UNITS-OPEN-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-VALUE-OPEN-TOTAL TO FL-VALUE-OPEN
           MOVE VALUE-OPEN-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE BACKORDER-REPORT-OUT-FILE
           STOP RUN
        .
