       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoOrderEntry.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that takes customer orders
      * before they ship instead of hearing about the sale after the
      * fact.  Until now a sale only reached the suite on the nightly
      * extract, and a costume sold while out of stock showed up
      * only when ProgramTwoInventory drove on-hand negative and set
      * off the shrinkage flag.  Each keyed order line is allocated
      * against the inventory master: the quantity that can ship
      * from stock is released, in the sales extract layout, onto
      * the order release file ProgramTwo picks up on its next run,
      * and the quantity that cannot is put on the backorder file
      * for ProgramTwoReceiving to fill, oldest order first, when
      * the stock arrives.
      ****************************************************************
      * INPUT:
      *    The SALES ORDER FILE contains the following data in each
      *    record:
      *         1. ORDER NUMBER
      *         2. CUSTOMER ID
      *         3. PRODUCT ID
      *         4. QUANTITY ORDERED
      *         5. ORDER DATE (CCYYMMDD, BLANK = TODAY)
      *    CUSTMAST.dat (see CUSTMAST copybook) - the customer must
      *    be active and not on credit hold.  An order keyed to a
      *    customer ID merged into another (CM-MERGED-TO-ID) is
      *    taken for the survivor.
      *    PRODMAST.dat (see PRODMAST copybook) - product name and
      *    list price.
      *    CONTRACT.dat (see CONTRACT copybook) - the customer's
      *    contract price for the product, used in place of the list
      *    price when there is one.  May be missing.
      *    INVMAST.dat (see INVMAST copybook) - on-hand stock.
      *    PR2FA20O.txt - releases not yet posted by ProgramTwo.
      *    CreditHoldFile.txt and CreditHoldCarry.txt (see CRHOLD
      *    copybook) - sales ProgramTwo held for credit review, and
      *    PR2FA20H.txt - held sales released but not yet posted.
      *    Any of the three may be missing, meaning none.
      *    BACKORD.dat (see BACKORD copybook) - open backorders.
      ****************************************************************
      * OUTPUT:
      *    PR2FA20O.txt extended with one sale (SALESREC layout,
      *    dated today) for the quantity shipped on each order line.
      *    BACKORD.dat with one backorder for the quantity short on
      *    each order line.
      *    The ORDER ALLOCATION REPORT, one line per order line with
      *    the quantity ordered, available, shipped and backordered,
      *    and the reason any order line was rejected, followed by
      *    order and unit counts.
      *    SalesOrderFile.txt is cleared at clean end of job, the
      *    same way ProgramTwoReceiving clears its receipts, so a
      *    second run cannot allocate the same orders twice.
      ****************************************************************
      * CALCULATIONS:
      *    AVAILABLE = ON-HAND
      *                - QUANTITY ALREADY RELEASED BUT NOT YET POSTED
      *                  (ON PR2FA20O.txt)
      *                - QUANTITY OF SALES HELD FOR CREDIT, OR
      *                  RELEASED FROM HOLD BUT NOT YET POSTED
      *                - QUANTITY ON OPEN BACKORDERS FOR THE PRODUCT
      *    Stock owed to an older backorder is never given to a new
      *    order.  On-hand only comes down when ProgramTwoInventory
      *    posts the night's sales, so the releases still waiting on
      *    PR2FA20O.txt, and the sales ProgramTwo diverted to credit
      *    hold instead of posting, are counted out of it here.
      *    SHIPPED = THE LESSER OF QUANTITY ORDERED AND AVAILABLE
      *    BACKORDERED = QUANTITY ORDERED - SHIPPED
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-ORDER-FILE
               ASSIGN TO 'SalesOrderFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO 'CONTRACT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT INVENTORY-MASTER-FILE
               ASSIGN TO 'INVMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-PRODUCT-ID
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORD.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT ORDER-RELEASE-FILE
               ASSIGN TO 'PR2FA20O.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT CREDIT-HOLD-FILE
               ASSIGN TO 'CreditHoldFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT CREDIT-CARRY-FILE
               ASSIGN TO 'CreditHoldCarry.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT CREDIT-RELEASE-FILE
               ASSIGN TO 'PR2FA20H.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-RELEASE-STATUS.
           SELECT ORDER-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'OrderAllocationReport.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  SALES-ORDER-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  SALES-ORDER-RECORD.
           05  SO-ORDER-NUMBER             PIC X(6).
           05  SO-ORDER-NUMBER-N REDEFINES SO-ORDER-NUMBER
                                           PIC 9(6).
           05  FILLER                      PIC X(1).
           05  SO-CUSTOMER-ID              PIC X(5).
           05  SO-CUSTOMER-ID-N REDEFINES SO-CUSTOMER-ID
                                           PIC 9(5).
           05  FILLER                      PIC X(1).
           05  SO-PRODUCT-ID               PIC X(3).
           05  FILLER                      PIC X(1).
           05  SO-ORDER-QTY                PIC X(3).
           05  SO-ORDER-QTY-N REDEFINES SO-ORDER-QTY
                                           PIC 9(3).
           05  FILLER                      PIC X(1).
           05  SO-ORDER-DATE               PIC X(8).
           05  SO-ORDER-DATE-N REDEFINES SO-ORDER-DATE
                                           PIC 9(8).

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY PRODMAST.

       FD  CONTRACT-PRICE-FILE
           RECORD CONTAINS 29 CHARACTERS.

           COPY CONTRACT.

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY INVMAST.

       FD  BACKORDER-FILE
           RECORD CONTAINS 90 CHARACTERS.

           COPY BACKORD.

       FD  ORDER-RELEASE-FILE
           RECORD CONTAINS 64 CHARACTERS.

           COPY SALESREC.

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.

       01  CREDIT-HOLD-IN-RECORD           PIC X(144).

       FD  CREDIT-CARRY-FILE
           RECORD CONTAINS 144 CHARACTERS.

       01  CREDIT-CARRY-RECORD             PIC X(144).

       FD  CREDIT-RELEASE-FILE
           RECORD CONTAINS 64 CHARACTERS.

       01  CREDIT-RELEASE-RECORD           PIC X(64).

       FD  ORDER-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 WS-RELEASE-EOF-SW            PIC X(1)    VALUE "N".
           05 WS-HOLD-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-CARRY-EOF-SW              PIC X(1)    VALUE "N".
           05 WS-CREDIT-RELEASE-EOF-SW     PIC X(1)    VALUE "N".
           05 WS-SCAN-EOF-SW               PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-ORDER-STATUS              PIC X(2).
           05 WS-CUSTMAST-STATUS           PIC X(2).
           05 WS-PRODMAST-STATUS           PIC X(2).
           05 WS-CONTRACT-STATUS           PIC X(2).
           05 WS-INVMAST-STATUS            PIC X(2).
           05 WS-BACKORDER-STATUS          PIC X(2).
           05 WS-RELEASE-STATUS            PIC X(2).
           05 WS-HOLD-STATUS               PIC X(2).
           05 WS-CARRY-STATUS              PIC X(2).
           05 WS-CREDIT-RELEASE-STATUS     PIC X(2).
           05 WS-CONTRACT-FILE-SW          PIC X(3)    VALUE "YES".

       01  WS-ORDER-FIELDS.
           05 WS-ORDER-VALID-SW            PIC X(3)    VALUE "YES".
           05 WS-REJECT-REASON-TEXT        PIC X(30).
           05 WS-ORDER-CUSTOMER-ID         PIC 9(5)    VALUE 0.
           05 WS-ORDER-CUSTOMER-NAME       PIC X(25).
           05 WS-ORDER-DATE                PIC 9(8)    VALUE 0.
           05 WS-ORDER-QTY                 PIC 9(3)    VALUE 0.
           05 WS-ORDER-PRICE               PIC 999V99  VALUE 0.
           05 WS-BACKORDER-ON-FILE-SW      PIC X(3)    VALUE "NO".
           05 WS-AVAILABLE-QTY             PIC S9(7)   VALUE 0.
           05 WS-BACKORDER-OPEN-TOTAL      PIC 9(7)    VALUE 0.
           05 WS-SHIP-QTY                  PIC 9(3)    VALUE 0.
           05 WS-SHORT-QTY                 PIC 9(3)    VALUE 0.

       01  WS-ORDER-COUNTS.
           05 WS-ORDERS-READ-COUNT         PIC 9(5)    VALUE 0.
           05 WS-SHIPPED-FULL-COUNT        PIC 9(5)    VALUE 0.
           05 WS-SHIPPED-PART-COUNT        PIC 9(5)    VALUE 0.
           05 WS-BACKORDERED-FULL-COUNT    PIC 9(5)    VALUE 0.
           05 WS-REJECTED-COUNT            PIC 9(5)    VALUE 0.
           05 WS-UNITS-RELEASED            PIC 9(7)    VALUE 0.
           05 WS-UNITS-BACKORDERED         PIC 9(7)    VALUE 0.

           COPY CRHOLD.

      *    QUANTITY PER PRODUCT ALREADY RELEASED ONTO PR2FA20O.txt,
      *    OR HELD FOR CREDIT, AND NOT YET POSTED AGAINST ON-HAND -
      *    LOADED FROM THE FILES AT START AND KEPT UP AS THIS RUN
      *    RELEASES MORE

       01  WS-PENDING-TABLE.
           05 WS-PENDING-COUNT             PIC 9(3)    VALUE 0.
           05 WS-PENDING-SUB               PIC 9(3)    VALUE 0.
           05 WS-PENDING-FOUND-SW          PIC X(3)    VALUE "NO".
           05 WS-PENDING-PRODUCT-KEY       PIC X(3).
           05 WS-PENDING-ENTRY             OCCURS 500 TIMES.
               10 WS-PENDING-PRODUCT-ID    PIC X(3).
               10 WS-PENDING-QTY           PIC S9(7).

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
                                       "ORDER ALLOCATION REPORT     ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE "ORDER ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(5)    VALUE "CUST ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(3)    VALUE "PRD".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "ORDER DATE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE " ORD".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(7)    VALUE "  AVAIL".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE "SHIP".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(5)    VALUE "BACK ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE " PRICE".
           05                      PIC X(10)   VALUE SPACES.

       01  ORDER-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-ORDER-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-CUSTOMER-ID      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-ORDER-DATE.
               10  DL-ORDER-MM     PIC X(2).
               10                  PIC X       VALUE "/".
               10  DL-ORDER-DD     PIC X(2).
               10                  PIC X       VALUE "/".
               10  DL-ORDER-YYYY   PIC X(4).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DL-ORDER-QTY        PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-AVAILABLE-QTY    PIC -ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DL-SHIP-QTY         PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DL-SHORT-QTY        PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DL-PRICE            PIC ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-MERGED-FLAG      PIC X(9).

       01  REJECTED-ORDER-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(16)   VALUE
                                       "ORDER REJECTED: ".
           05  RJ-RAW-RECORD       PIC X(29).
           05                      PIC X(3)    VALUE " - ".
           05  RJ-REASON-TEXT      PIC X(30).

       01  ORDERS-READ-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "ORDER LINES READ:           ".
           05  FL-ORDERS-READ      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  SHIPPED-FULL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "SHIPPED IN FULL:            ".
           05  FL-SHIPPED-FULL     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  SHIPPED-PART-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "SHIPPED IN PART:            ".
           05  FL-SHIPPED-PART     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  BACKORDERED-FULL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "BACKORDERED IN FULL:        ".
           05  FL-BACKORDERED-FULL PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  REJECTED-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "ORDER LINES REJECTED:       ".
           05  FL-REJECTED-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  UNITS-RELEASED-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "UNITS RELEASED TO SHIP:     ".
           05  FL-UNITS-RELEASED   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  UNITS-BACKORDERED-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "UNITS BACKORDERED:          ".
           05  FL-UNITS-BACKORDERED PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 350-READ-ORDER-FILE-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

           OPEN INPUT SALES-ORDER-FILE
           IF WS-ORDER-STATUS = "35"
               DISPLAY "SalesOrderFile.txt IS MISSING - "
                   "NOTHING WAS ALLOCATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    FILE STATUS 35 JUST MEANS NO CONTRACT PRICES ARE ON FILE
      *    - EVERY ORDER IS TAKEN AT THE LIST PRICE
           OPEN INPUT CONTRACT-PRICE-FILE
           IF WS-CONTRACT-STATUS = "35"
               MOVE "NO" TO WS-CONTRACT-FILE-SW
           END-IF

      *    FILE STATUS 35 JUST MEANS NOTHING HAS EVER BEEN
      *    BACKORDERED - THE FILE IS CREATED EMPTY
           OPEN I-O BACKORDER-FILE
           IF WS-BACKORDER-STATUS = "35"
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN I-O BACKORDER-FILE
           END-IF

           PERFORM 160-LOAD-PENDING-RELEASES-ROUTINE

      *    THIS RUN'S RELEASES GO ON THE END OF WHATEVER IS STILL
      *    WAITING FOR ProgramTwo
           OPEN EXTEND ORDER-RELEASE-FILE
           IF WS-RELEASE-STATUS = "35"
               OPEN OUTPUT ORDER-RELEASE-FILE
           END-IF

           OPEN INPUT  CUSTOMER-MASTER-FILE
                       PRODUCT-MASTER-FILE
                       INVENTORY-MASTER-FILE
                OUTPUT ORDER-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

      *    TODAY AS CCYYMMDD - THE SHIP DATE ON EVERY RELEASE AND
      *    THE ORDER DATE OF AN ORDER KEYED WITHOUT ONE
           ADD 20000000 TO WS-TODAY-CC
           MULTIPLY WS-YEAR BY 10000 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           MULTIPLY WS-MONTH BY 100 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           ADD WS-DAY TO WS-TODAY-CC
        .

       160-LOAD-PENDING-RELEASES-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NOTHING IS WAITING TO POST
           OPEN INPUT ORDER-RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "35"
               PERFORM UNTIL WS-RELEASE-EOF-SW = "Y"
                   READ ORDER-RELEASE-FILE
                       AT END
                           MOVE "Y" TO WS-RELEASE-EOF-SW
                       NOT AT END
                           MOVE SR-PRODUCT-ID TO WS-PENDING-PRODUCT-KEY
                           MOVE SR-QUANTITY-SOLD TO WS-SHIP-QTY
                           PERFORM 470-ADD-PENDING-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE ORDER-RELEASE-FILE
           END-IF

      *    A SALE ProgramTwo HELD FOR CREDIT HAS NOT COME OFF
      *    ON-HAND EITHER, BUT IT IS OFF PR2FA20O.txt ONCE ProgramTwo
      *    ENDS CLEANLY.  UNTIL IT IS POSTED OR DROPPED IT WAITS ON
      *    THE HOLD FILE, THE CARRY FILE OR THE RELEASE EXTRACT, SO
      *    ALL THREE ARE COUNTED OUT TOO.  FILE STATUS 35 JUST MEANS
      *    NOTHING IS WAITING ON THAT ONE
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "35"
               PERFORM UNTIL WS-HOLD-EOF-SW = "Y"
                   READ CREDIT-HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-HOLD-EOF-SW
                       NOT AT END
                           MOVE CREDIT-HOLD-IN-RECORD
                               TO CREDIT-HOLD-RECORD
                           MOVE HD-SALES-RECORD TO SALES-RECORD
                           PERFORM 165-ADD-HELD-SALE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF

           OPEN INPUT CREDIT-CARRY-FILE
           IF WS-CARRY-STATUS NOT = "35"
               PERFORM UNTIL WS-CARRY-EOF-SW = "Y"
                   READ CREDIT-CARRY-FILE
                       AT END
                           MOVE "Y" TO WS-CARRY-EOF-SW
                       NOT AT END
                           MOVE CREDIT-CARRY-RECORD
                               TO CREDIT-HOLD-RECORD
                           MOVE HD-SALES-RECORD TO SALES-RECORD
                           PERFORM 165-ADD-HELD-SALE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-CARRY-FILE
           END-IF

           OPEN INPUT CREDIT-RELEASE-FILE
           IF WS-CREDIT-RELEASE-STATUS NOT = "35"
               PERFORM UNTIL WS-CREDIT-RELEASE-EOF-SW = "Y"
                   READ CREDIT-RELEASE-FILE
                       AT END
                           MOVE "Y" TO WS-CREDIT-RELEASE-EOF-SW
                       NOT AT END
                           MOVE CREDIT-RELEASE-RECORD TO SALES-RECORD
                           PERFORM 165-ADD-HELD-SALE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-RELEASE-FILE
           END-IF
        .

       165-ADD-HELD-SALE-ROUTINE.

      *    A HELD RETURN PUTS STOCK BACK ONLY WHEN IT POSTS, SO IT
      *    IS NOT COUNTED AS AVAILABLE BEFORE THEN
           IF SR-QUANTITY-SOLD GREATER THAN ZERO
               MOVE SR-PRODUCT-ID TO WS-PENDING-PRODUCT-KEY
               MOVE SR-QUANTITY-SOLD TO WS-SHIP-QTY
               PERFORM 470-ADD-PENDING-ROUTINE
           END-IF
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

       350-READ-ORDER-FILE-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ SALES-ORDER-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ-COUNT
                       PERFORM 400-PROCESS-ORDER-ROUTINE
               END-READ
           END-PERFORM
        .

       400-PROCESS-ORDER-ROUTINE.

           MOVE "YES" TO WS-ORDER-VALID-SW
           MOVE SPACES TO DL-MERGED-FLAG

           PERFORM 410-VALIDATE-ORDER-ROUTINE

           IF WS-ORDER-VALID-SW = "YES"
               PERFORM 420-CHECK-MASTERS-ROUTINE
           END-IF

           IF WS-ORDER-VALID-SW = "YES"
               PERFORM 430-ALLOCATE-ORDER-ROUTINE
           ELSE
               MOVE SALES-ORDER-RECORD TO RJ-RAW-RECORD
               MOVE WS-REJECT-REASON-TEXT TO RJ-REASON-TEXT
               MOVE REJECTED-ORDER-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
        .

       410-VALIDATE-ORDER-ROUTINE.

           EVALUATE TRUE
               WHEN SO-ORDER-NUMBER NOT NUMERIC
                   MOVE "NO" TO WS-ORDER-VALID-SW
                   MOVE "NON-NUMERIC ORDER NUMBER"
                       TO WS-REJECT-REASON-TEXT

               WHEN SO-CUSTOMER-ID NOT NUMERIC
                   MOVE "NO" TO WS-ORDER-VALID-SW
                   MOVE "NON-NUMERIC CUSTOMER ID"
                       TO WS-REJECT-REASON-TEXT

               WHEN SO-PRODUCT-ID = SPACES
                   MOVE "NO" TO WS-ORDER-VALID-SW
                   MOVE "MISSING PRODUCT ID"
                       TO WS-REJECT-REASON-TEXT

               WHEN SO-ORDER-QTY NOT NUMERIC
                       OR SO-ORDER-QTY-N = ZERO
                   MOVE "NO" TO WS-ORDER-VALID-SW
                   MOVE "ZERO OR INVALID QUANTITY"
                       TO WS-REJECT-REASON-TEXT

               WHEN SO-ORDER-DATE NOT = SPACES
                       AND (SO-ORDER-DATE NOT NUMERIC
                            OR SO-ORDER-DATE-N = ZERO)
                   MOVE "NO" TO WS-ORDER-VALID-SW
                   MOVE "INVALID ORDER DATE"
                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE

           IF WS-ORDER-VALID-SW = "YES"
               MOVE SO-CUSTOMER-ID-N TO WS-ORDER-CUSTOMER-ID
               MOVE SO-ORDER-QTY-N TO WS-ORDER-QTY
               IF SO-ORDER-DATE = SPACES
                   MOVE WS-TODAY-CC TO WS-ORDER-DATE
               ELSE
                   MOVE SO-ORDER-DATE-N TO WS-ORDER-DATE
               END-IF
           END-IF
        .

       420-CHECK-MASTERS-ROUTINE.

           MOVE WS-ORDER-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "NO" TO WS-ORDER-VALID-SW
                   MOVE "CUSTOMER NOT ON MASTER"
                       TO WS-REJECT-REASON-TEXT
           END-READ

      *    AN ORDER FOR A MERGED CUSTOMER IS TAKEN FOR THE SURVIVOR,
      *    THE SAME REDIRECTION ProgramTwo'S EDIT PASS MAKES
           IF WS-ORDER-VALID-SW = "YES"
                   AND CM-STATUS = "I"
                   AND CM-MERGED-TO-ID NUMERIC
                   AND CM-MERGED-TO-ID GREATER THAN ZERO
               MOVE CM-MERGED-TO-ID TO WS-ORDER-CUSTOMER-ID
               MOVE "(MERGED)" TO DL-MERGED-FLAG
               MOVE WS-ORDER-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-ORDER-VALID-SW
                       MOVE "MERGED INTO ID NOT ON MASTER"
                           TO WS-REJECT-REASON-TEXT
               END-READ
           END-IF

      *    ProgramTwo HOLDS EVERY SALE FOR A CUSTOMER ON CREDIT
      *    HOLD, SO NO STOCK IS RELEASED OR PROMISED TO ONE - THE
      *    ORDER IS KEYED AGAIN ONCE THE HOLD IS LIFTED
           IF WS-ORDER-VALID-SW = "YES"
               IF CM-STATUS = "I"
                   MOVE "NO" TO WS-ORDER-VALID-SW
                   MOVE "INACTIVE CUSTOMER"
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF CM-CREDIT-HOLD = "Y"
                       MOVE "NO" TO WS-ORDER-VALID-SW
                       MOVE "CUSTOMER ON CREDIT HOLD"
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       MOVE CM-CUSTOMER-NAME TO WS-ORDER-CUSTOMER-NAME
                   END-IF
               END-IF
           END-IF

           IF WS-ORDER-VALID-SW = "YES"
               MOVE SO-PRODUCT-ID TO PM-PRODUCT-ID
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-ORDER-VALID-SW
                       MOVE "PRODUCT NOT ON MASTER"
                           TO WS-REJECT-REASON-TEXT
               END-READ
           END-IF

           IF WS-ORDER-VALID-SW = "YES"
               MOVE SO-PRODUCT-ID TO IM-PRODUCT-ID
               READ INVENTORY-MASTER-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-ORDER-VALID-SW
                       MOVE "PRODUCT NOT ON INVENTORY MASTER"
                           TO WS-REJECT-REASON-TEXT
               END-READ
           END-IF

      *    ONE BACKORDER PER ORDER LINE - THE SAME ORDER NUMBER FOR
      *    THE SAME PRODUCT AND DATE UNDER ANOTHER CUSTOMER IS A
      *    KEYING ERROR, NOT A SECOND LINE
           MOVE "NO" TO WS-BACKORDER-ON-FILE-SW
           IF WS-ORDER-VALID-SW = "YES"
               MOVE SO-PRODUCT-ID TO BO-PRODUCT-ID
               MOVE WS-ORDER-DATE TO BO-ORDER-DATE
               MOVE SO-ORDER-NUMBER-N TO BO-ORDER-NUMBER
               READ BACKORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BO-CUSTOMER-ID NOT = WS-ORDER-CUSTOMER-ID
                           MOVE "NO" TO WS-ORDER-VALID-SW
                           MOVE "ORDER NUMBER USED BY ANOTHER CUST"
                               TO WS-REJECT-REASON-TEXT
                       ELSE
                           MOVE "YES" TO WS-BACKORDER-ON-FILE-SW
                       END-IF
               END-READ
           END-IF
        .

       430-ALLOCATE-ORDER-ROUTINE.

      *    A CONTRACT CUSTOMER IS RELEASED AT THE CONTRACT PRICE SO
      *    THE RELEASE CLEARS ProgramTwo'S PRICE EDIT
           MOVE PM-UNIT-PRICE TO WS-ORDER-PRICE
           IF WS-CONTRACT-FILE-SW = "YES"
               MOVE WS-ORDER-CUSTOMER-ID TO CN-CUSTOMER-ID
               MOVE SO-PRODUCT-ID TO CN-PRODUCT-ID
               READ CONTRACT-PRICE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CN-CONTRACT-PRICE TO WS-ORDER-PRICE
               END-READ
           END-IF

           PERFORM 440-TOTAL-OPEN-BACKORDERS-ROUTINE
           MOVE SO-PRODUCT-ID TO WS-PENDING-PRODUCT-KEY
           PERFORM 460-FIND-PENDING-ROUTINE

           MOVE IM-ON-HAND-QTY TO WS-AVAILABLE-QTY
           SUBTRACT WS-BACKORDER-OPEN-TOTAL FROM WS-AVAILABLE-QTY
           IF WS-PENDING-FOUND-SW = "YES"
               SUBTRACT WS-PENDING-QTY (WS-PENDING-SUB)
                   FROM WS-AVAILABLE-QTY
           END-IF
           MOVE WS-AVAILABLE-QTY TO DL-AVAILABLE-QTY

           IF WS-AVAILABLE-QTY NOT GREATER THAN ZERO
               MOVE ZERO TO WS-SHIP-QTY
           ELSE
               IF WS-AVAILABLE-QTY LESS THAN WS-ORDER-QTY
                   MOVE WS-AVAILABLE-QTY TO WS-SHIP-QTY
               ELSE
                   MOVE WS-ORDER-QTY TO WS-SHIP-QTY
               END-IF
           END-IF
           SUBTRACT WS-SHIP-QTY FROM WS-ORDER-QTY GIVING WS-SHORT-QTY

           IF WS-SHIP-QTY GREATER THAN ZERO
               PERFORM 450-WRITE-RELEASE-ROUTINE
           END-IF

           IF WS-SHORT-QTY GREATER THAN ZERO
               PERFORM 455-WRITE-BACKORDER-ROUTINE
           END-IF

           EVALUATE TRUE
               WHEN WS-SHORT-QTY = ZERO
                   ADD 1 TO WS-SHIPPED-FULL-COUNT
               WHEN WS-SHIP-QTY = ZERO
                   ADD 1 TO WS-BACKORDERED-FULL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SHIPPED-PART-COUNT
           END-EVALUATE

           MOVE SO-ORDER-NUMBER-N TO DL-ORDER-NUMBER
           MOVE WS-ORDER-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE SO-PRODUCT-ID TO DL-PRODUCT-ID
           MOVE WS-ORDER-DATE (5:2) TO DL-ORDER-MM
           MOVE WS-ORDER-DATE (7:2) TO DL-ORDER-DD
           MOVE WS-ORDER-DATE (1:4) TO DL-ORDER-YYYY
           MOVE WS-ORDER-QTY TO DL-ORDER-QTY
           MOVE WS-SHIP-QTY TO DL-SHIP-QTY
           MOVE WS-SHORT-QTY TO DL-SHORT-QTY
           MOVE WS-ORDER-PRICE TO DL-PRICE
           MOVE ORDER-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       440-TOTAL-OPEN-BACKORDERS-ROUTINE.

           MOVE ZEROES TO WS-BACKORDER-OPEN-TOTAL
           MOVE "N" TO WS-SCAN-EOF-SW

           MOVE SO-PRODUCT-ID TO BO-PRODUCT-ID
           MOVE ZEROES TO BO-ORDER-DATE
           MOVE ZEROES TO BO-ORDER-NUMBER
           START BACKORDER-FILE
               KEY IS NOT LESS THAN BO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START

           PERFORM UNTIL WS-SCAN-EOF-SW = "Y"
               READ BACKORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF BO-PRODUCT-ID NOT = SO-PRODUCT-ID
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       ELSE
                           ADD BO-OPEN-QTY TO WS-BACKORDER-OPEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM
        .

       450-WRITE-RELEASE-ROUTINE.

           MOVE WS-ORDER-CUSTOMER-ID TO SR-CUSTOMER-ID
           MOVE SO-PRODUCT-ID TO SR-PRODUCT-ID
           MOVE "S" TO SR-TRANSACTION-TYPE
           MOVE WS-ORDER-CUSTOMER-NAME TO SR-CUSTOMER-NAME
           MOVE WS-TODAY-CC TO SR-TRANSACTION-DATE
           MOVE PM-PRODUCT-NAME TO SR-PRODUCT-NAME
           MOVE WS-SHIP-QTY TO SR-QUANTITY-SOLD
           MOVE WS-ORDER-PRICE TO SR-COST-PER-ITEM
           WRITE SALES-RECORD

           PERFORM 470-ADD-PENDING-ROUTINE
           ADD WS-SHIP-QTY TO WS-UNITS-RELEASED
        .

       455-WRITE-BACKORDER-ROUTINE.

      *    THE SAME ORDER LINE KEYED AGAIN ADDS TO ITS BACKORDER
      *    RATHER THAN QUEUEING A SECOND ONE
           MOVE SO-PRODUCT-ID TO BO-PRODUCT-ID
           MOVE WS-ORDER-DATE TO BO-ORDER-DATE
           MOVE SO-ORDER-NUMBER-N TO BO-ORDER-NUMBER

           IF WS-BACKORDER-ON-FILE-SW = "YES"
               READ BACKORDER-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-BACKORDER-ON-FILE-SW
               END-READ
           END-IF

           IF WS-BACKORDER-ON-FILE-SW = "YES"
               ADD WS-SHORT-QTY TO BO-ORDERED-QTY
               ADD WS-SHORT-QTY TO BO-OPEN-QTY
               REWRITE BACKORDER-RECORD
           ELSE
               MOVE SPACES TO BACKORDER-RECORD
               MOVE SO-PRODUCT-ID TO BO-PRODUCT-ID
               MOVE WS-ORDER-DATE TO BO-ORDER-DATE
               MOVE SO-ORDER-NUMBER-N TO BO-ORDER-NUMBER
               MOVE WS-ORDER-CUSTOMER-ID TO BO-CUSTOMER-ID
               MOVE WS-ORDER-CUSTOMER-NAME TO BO-CUSTOMER-NAME
               MOVE PM-PRODUCT-NAME TO BO-PRODUCT-NAME
               MOVE WS-SHORT-QTY TO BO-ORDERED-QTY
               MOVE WS-SHORT-QTY TO BO-OPEN-QTY
               MOVE WS-ORDER-PRICE TO BO-UNIT-PRICE
               MOVE ZEROES TO BO-LAST-FILL-DATE
               WRITE BACKORDER-RECORD
           END-IF

           ADD WS-SHORT-QTY TO WS-UNITS-BACKORDERED
        .

       460-FIND-PENDING-ROUTINE.

           MOVE 1 TO WS-PENDING-SUB
           MOVE "NO" TO WS-PENDING-FOUND-SW

           PERFORM UNTIL WS-PENDING-SUB GREATER THAN WS-PENDING-COUNT
                   OR WS-PENDING-FOUND-SW = "YES"
               IF WS-PENDING-PRODUCT-ID (WS-PENDING-SUB)
                       = WS-PENDING-PRODUCT-KEY
                   MOVE "YES" TO WS-PENDING-FOUND-SW
               ELSE
                   ADD 1 TO WS-PENDING-SUB
               END-IF
           END-PERFORM
        .

       470-ADD-PENDING-ROUTINE.

      *    WS-PENDING-PRODUCT-KEY AND WS-SHIP-QTY DESCRIBE THE
      *    RELEASE
           PERFORM 460-FIND-PENDING-ROUTINE

           IF WS-PENDING-FOUND-SW = "YES"
               ADD WS-SHIP-QTY TO WS-PENDING-QTY (WS-PENDING-SUB)
           ELSE
               IF WS-PENDING-COUNT LESS THAN 500
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-PENDING-COUNT TO WS-PENDING-SUB
                   MOVE WS-PENDING-PRODUCT-KEY
                       TO WS-PENDING-PRODUCT-ID (WS-PENDING-SUB)
                   MOVE WS-SHIP-QTY TO WS-PENDING-QTY (WS-PENDING-SUB)
               ELSE
                   DISPLAY "PENDING RELEASE TABLE FULL - PRODUCT "
                       WS-PENDING-PRODUCT-KEY
                       " NOT HELD BACK FROM STOCK"
               END-IF
           END-IF
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-ORDERS-READ-COUNT TO FL-ORDERS-READ
           MOVE ORDERS-READ-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-SHIPPED-FULL-COUNT TO FL-SHIPPED-FULL
           MOVE SHIPPED-FULL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-SHIPPED-PART-COUNT TO FL-SHIPPED-PART
           MOVE SHIPPED-PART-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-BACKORDERED-FULL-COUNT TO FL-BACKORDERED-FULL
           MOVE BACKORDERED-FULL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-REJECTED-COUNT TO FL-REJECTED-COUNT
           MOVE REJECTED-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-UNITS-RELEASED TO FL-UNITS-RELEASED
           MOVE UNITS-RELEASED-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-UNITS-BACKORDERED TO FL-UNITS-BACKORDERED
           MOVE UNITS-BACKORDERED-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE SALES-ORDER-FILE
                 CUSTOMER-MASTER-FILE
                 PRODUCT-MASTER-FILE
                 INVENTORY-MASTER-FILE
                 BACKORDER-FILE
                 ORDER-RELEASE-FILE
                 ORDER-REPORT-OUT-FILE

           IF WS-CONTRACT-FILE-SW = "YES"
               CLOSE CONTRACT-PRICE-FILE
           END-IF

      *    EVERY ORDER LINE READ THIS RUN IS NOW RELEASED,
      *    BACKORDERED OR ON THE REPORT AS REJECTED - CLEAR THE FILE
      *    SO A SECOND RUN CANNOT ALLOCATE THE SAME ORDERS TWICE
           OPEN OUTPUT SALES-ORDER-FILE
           CLOSE SALES-ORDER-FILE

           STOP RUN
        .
