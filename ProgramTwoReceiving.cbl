      * not on the master is rejected the same way the sales poster
      * rejects one, and every receipt lands on a receiving audit
      * report with the on-hand balance before and after.
      * Each receipt is also matched to the purchase order it was
      * shipped against - the PO number keyed in its PO/reference
      * field and its product ID pick out the PO line - and the
      * quantity is added to what that line has received, so the
      * line is left partly received or closed.  A receipt for a
      * PO that is not on file, for a product that is not on the
      * PO, or for more than was still due on the line is flagged
      * on the audit report for purchasing to chase.  The stock is
      * on the shelf either way, so it is posted to on-hand either
      * way; only the PO master waits for purchasing to sort out
      * the paperwork.
      * Once the receipt is on the shelf, the product's open
      * backorders are filled from it oldest order first: each
      * fill is released onto PR2FA20O.txt in the sales extract
      * layout for ProgramTwo's next run, and the backorder is
      * reduced, or deleted once filled in full.  Stock already
      * released, or sold and held for credit, but not yet posted
      * is not given out twice.
      ****************************************************************
      * INPUT:
      *    The INVENTORY RECEIPTS FILE contains the following data
      *    product ID, updated in place.
      *    The PRODUCT MASTER (see PRODMAST copybook) supplies the
      *    official product name for the report.
      *    The PURCHASE ORDER MASTER (see POMAST copybook), keyed by
      *    PO number and line, updated in place.
      *    BACKORD.dat (see BACKORD copybook), the open backorders
      *    taken by ProgramTwoOrderEntry, updated in place.
      *    PR2FA20O.txt - order releases not yet posted by
      *    ProgramTwo.
      *    CreditHoldFile.txt and CreditHoldCarry.txt (see CRHOLD
      *    copybook) - sales ProgramTwo held for credit review, and
      *    PR2FA20H.txt - held sales released but not yet posted.
      *    Any of the three may be missing, meaning none.
      ****************************************************************
      * OUTPUT:
      *    INVMAST.dat with the receipts posted.
      *    POMAST.dat with the quantity received, last receipt date
      *    and status of each matched PO line updated.
      *    The RECEIVING AUDIT REPORT, one line per receipt showing
      *    product, PO/reference, date, quantity received, and the
      *    on-hand balance before and after, one line per receipt
      *    for a product missing from the master (its quantity is
      *    not posted), and counts of receipts posted, receipts not
      *    on the master, and receipts rejected.  Under each
      *    posted receipt, the PO line it filled and whether that
      *    line is now closed or still partly due, or the PO
      *    exception (unknown PO, wrong product, over-receipt), with
      *    counts of PO lines closed, partly filled and excepted.
      *    Under each posted receipt, one line per backorder it
      *    filled, with counts of backorders filled in full and in
      *    part and the units released.
      *    PR2FA20O.txt extended with one sale per backorder fill.
      *    InventoryReceiptsFile.txt is cleared at clean end of job:
      *    every receipt on it has been posted (or listed as an
      *    exception), and a second run against the same file would
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO 'POMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POMAST-STATUS.
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
           SELECT RECEIVING-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'ReceivingAuditReport.txt'.


           COPY PRODMAST.

       FD  PURCHASE-ORDER-FILE
           RECORD CONTAINS 54 CHARACTERS.

           COPY POMAST.

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

       FD  RECEIVING-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.


       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 WS-RELEASE-EOF-SW            PIC X(1)    VALUE "N".
           05 WS-HOLD-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-CARRY-EOF-SW              PIC X(1)    VALUE "N".
           05 WS-CREDIT-RELEASE-EOF-SW     PIC X(1)    VALUE "N".
           05 WS-BACKORDER-EOF-SW          PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-RECEIPTS-STATUS           PIC X(2).
           05 WS-INVMAST-STATUS            PIC X(2).
           05 WS-PRODMAST-STATUS           PIC X(2).
           05 WS-POMAST-STATUS             PIC X(2).
           05 WS-BACKORDER-STATUS          PIC X(2).
           05 WS-RELEASE-STATUS            PIC X(2).
           05 WS-HOLD-STATUS               PIC X(2).
           05 WS-CARRY-STATUS              PIC X(2).
           05 WS-CREDIT-RELEASE-STATUS     PIC X(2).
           05 WS-BACKORDER-FILE-SW         PIC X(3)    VALUE "YES".

       01  WS-RECEIVING-FIELDS.
           05 WS-ON-HAND-BEFORE            PIC S9(5)   VALUE 0.
           05 WS-NOT-ON-MASTER-COUNT       PIC 9(5)    VALUE 0.
           05 WS-REJECTED-COUNT            PIC 9(5)    VALUE 0.

       01  WS-PO-MATCH-FIELDS.
           05 WS-PO-SCAN-EOF-SW            PIC X(1)    VALUE "N".
           05 WS-PO-ON-FILE-SW             PIC X(3)    VALUE "NO".
           05 WS-PO-LINE-FOUND-SW          PIC X(3)    VALUE "NO".
           05 WS-CLOSED-LINE-SW            PIC X(3)    VALUE "NO".
           05 WS-CLOSED-LINE-NUMBER        PIC 9(2)    VALUE 0.
           05 WS-RECEIPT-PO-NUMBER         PIC 9(6)    VALUE 0.
           05 WS-PO-QTY-DUE                PIC S9(6)   VALUE 0.
           05 WS-PO-CLOSED-COUNT           PIC 9(5)    VALUE 0.
           05 WS-PO-PARTIAL-COUNT          PIC 9(5)    VALUE 0.
           05 WS-OVER-RECEIPT-COUNT        PIC 9(5)    VALUE 0.
           05 WS-UNKNOWN-PO-COUNT          PIC 9(5)    VALUE 0.
           05 WS-WRONG-PRODUCT-COUNT       PIC 9(5)    VALUE 0.

       01  WS-BACKORDER-FIELDS.
           05 WS-AVAILABLE-QTY             PIC S9(7)   VALUE 0.
           05 WS-FILL-QTY                  PIC 9(3)    VALUE 0.
           05 WS-FILLED-FULL-COUNT         PIC 9(5)    VALUE 0.
           05 WS-FILLED-PART-COUNT         PIC 9(5)    VALUE 0.
           05 WS-UNITS-RELEASED            PIC 9(7)    VALUE 0.

           COPY CRHOLD.

      *    QUANTITY PER PRODUCT ALREADY RELEASED ONTO PR2FA20O.txt,
      *    OR HELD FOR CREDIT, AND NOT YET POSTED AGAINST ON-HAND -
      *    THE SAME TABLE ProgramTwoOrderEntry KEEPS, SO A RECEIPT
      *    DOES NOT FILL A BACKORDER WITH STOCK ALREADY PROMISED TO
      *    ANOTHER ORDER

       01  WS-PENDING-TABLE.
           05 WS-PENDING-COUNT             PIC 9(3)    VALUE 0.
           05 WS-PENDING-SUB               PIC 9(3)    VALUE 0.
           05 WS-PENDING-FOUND-SW          PIC X(3)    VALUE "NO".
           05 WS-PENDING-PRODUCT-KEY       PIC X(3).
           05 WS-PENDING-ENTRY             OCCURS 500 TIMES.
               10 WS-PENDING-PRODUCT-ID    PIC X(3).
               10 WS-PENDING-QTY           PIC S9(7).

       01  WS-TODAY-FIELDS.
           05 WS-TODAY-CC                  PIC 9(8)    VALUE 0.
           05 WS-DATE-TEMP                 PIC 9(8)    VALUE 0.

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05  RJ-RAW-RECORD       PIC X(29).
           05  FILLER              PIC X(31)   VALUE SPACES.

       01  PO-MATCH-LINE.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05                      PIC X(4)    VALUE "PO: ".
           05  ML-PO-REFERENCE     PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-LINE-TEXT.
               10  ML-LINE-LITERAL PIC X(5).
               10  ML-LINE-NUMBER  PIC X(2).
               10  FILLER          PIC X(1).
           05  ML-MATCH-TEXT       PIC X(36).
           05  ML-QUANTITY         PIC ZZ,ZZ9  BLANK WHEN ZERO.
           05  FILLER              PIC X(5)    VALUE SPACES.

       01  BACKORDER-FILL-LINE.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05                      PIC X(10)   VALUE "BACKORDER ".
           05  BF-ORDER-NUMBER     PIC 9(6).
           05                      PIC X(6)    VALUE " CUST ".
           05  BF-CUSTOMER-ID      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BF-ORDER-DATE.
               10  BF-ORDER-MM     PIC X(2).
               10                  PIC X       VALUE "/".
               10  BF-ORDER-DD     PIC X(2).
               10                  PIC X       VALUE "/".
               10  BF-ORDER-YYYY   PIC X(4).
           05                      PIC X(10)   VALUE "  RELEASED".
           05  BF-FILL-QTY         PIC ZZZ9.
           05                      PIC X(8)    VALUE "  STILL ".
           05                      PIC X(5)    VALUE "OPEN ".
           05  BF-OPEN-QTY         PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.

       01  POSTED-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
           05  FL-REJECTED-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  PO-CLOSED-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "PO LINES CLOSED:            ".
           05  FL-PO-CLOSED-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  PO-PARTIAL-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "PO LINES PARTLY RECEIVED:   ".
           05  FL-PO-PARTIAL-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  OVER-RECEIPT-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "OVER-RECEIPTS:              ".
           05  FL-OVER-RECEIPT-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  UNKNOWN-PO-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "RECEIPTS FOR UNKNOWN PO:    ".
           05  FL-UNKNOWN-PO-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  WRONG-PRODUCT-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "PRODUCT NOT ON PO:          ".
           05  FL-WRONG-PRODUCT-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  FILLED-FULL-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "BACKORDERS FILLED IN FULL:  ".
           05  FL-FILLED-FULL-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  FILLED-PART-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "BACKORDERS FILLED IN PART:  ".
           05  FL-FILLED-PART-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  UNITS-RELEASED-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "BACKORDER UNITS RELEASED:   ".
           05  FL-UNITS-RELEASED   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.
               STOP RUN
           END-IF

      *    FILE STATUS 35 JUST MEANS NO PO HAS EVER BEEN RAISED -
      *    EVERY RECEIPT WILL BE FLAGGED AS AN UNKNOWN PO
           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-POMAST-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF

      *    FILE STATUS 35 JUST MEANS NOTHING HAS EVER BEEN
      *    BACKORDERED - THERE IS NOTHING FOR A RECEIPT TO FILL
           OPEN I-O BACKORDER-FILE
           IF WS-BACKORDER-STATUS = "35"
               MOVE "NO" TO WS-BACKORDER-FILE-SW
           END-IF

           PERFORM 160-LOAD-PENDING-RELEASES-ROUTINE

           OPEN EXTEND ORDER-RELEASE-FILE
           IF WS-RELEASE-STATUS = "35"
               OPEN OUTPUT ORDER-RELEASE-FILE
           END-IF

           OPEN INPUT  PRODUCT-MASTER-FILE
                I-O    INVENTORY-MASTER-FILE
                OUTPUT RECEIVING-REPORT-OUT-FILE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

      *    TODAY AS CCYYMMDD - THE SHIP DATE ON EVERY BACKORDER FILL
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
                           MOVE SR-QUANTITY-SOLD TO WS-FILL-QTY
                           PERFORM 490-ADD-PENDING-ROUTINE
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
               MOVE SR-QUANTITY-SOLD TO WS-FILL-QTY
               PERFORM 490-ADD-PENDING-ROUTINE
           END-IF
        .

       200-WRITE-REPORT-HEADERS-ROUTINE.
                   REWRITE INVENTORY-MASTER-RECORD
                   PERFORM 430-WRITE-AUDIT-LINE-ROUTINE
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE IM-ON-HAND-QTY TO WS-AVAILABLE-QTY
                   PERFORM 440-MATCH-PURCHASE-ORDER-ROUTINE
                   IF WS-BACKORDER-FILE-SW = "YES"
                       PERFORM 460-FILL-BACKORDERS-ROUTINE
                   END-IF
           END-READ
        .

           PERFORM 300-WRITE-LINES-ROUTINE
        .

       440-MATCH-PURCHASE-ORDER-ROUTINE.

           MOVE "N" TO WS-PO-SCAN-EOF-SW
           MOVE "NO" TO WS-PO-ON-FILE-SW
           MOVE "NO" TO WS-PO-LINE-FOUND-SW
           MOVE "NO" TO WS-CLOSED-LINE-SW
           MOVE RV-PO-REFERENCE TO ML-PO-REFERENCE
           MOVE SPACES TO ML-LINE-TEXT
           MOVE ZEROES TO ML-QUANTITY

      *    THE WAREHOUSE KEYS THE SIX-DIGIT PO NUMBER PRINTED ON
      *    THE ORDER - ANYTHING ELSE IS A REFERENCE NO PO CAN MATCH
           IF RV-PO-REFERENCE (1:6) NUMERIC
                   AND RV-PO-REFERENCE (7:4) = SPACES
               MOVE RV-PO-REFERENCE (1:6) TO WS-RECEIPT-PO-NUMBER
               MOVE WS-RECEIPT-PO-NUMBER TO PO-NUMBER
               MOVE ZEROES TO PO-LINE-NUMBER
               START PURCHASE-ORDER-FILE
                   KEY IS NOT LESS THAN PO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PO-SCAN-EOF-SW
               END-START
               PERFORM 445-READ-NEXT-PO-LINE-ROUTINE
                   UNTIL WS-PO-SCAN-EOF-SW = "Y"
           END-IF

           EVALUATE TRUE
               WHEN WS-PO-LINE-FOUND-SW = "YES"
                   PERFORM 450-FILL-PO-LINE-ROUTINE

               WHEN WS-CLOSED-LINE-SW = "YES"
      *            THE LINE WAS ALREADY RECEIVED IN FULL - ALL OF
      *            THIS RECEIPT IS OVER WHAT WAS ORDERED
                   MOVE "LINE " TO ML-LINE-LITERAL
                   MOVE WS-CLOSED-LINE-NUMBER TO ML-LINE-NUMBER
                   MOVE "** LINE ALREADY CLOSED ** EXCESS:"
                       TO ML-MATCH-TEXT
                   MOVE RV-QUANTITY-RECEIVED TO ML-QUANTITY
                   ADD 1 TO WS-OVER-RECEIPT-COUNT

               WHEN WS-PO-ON-FILE-SW = "YES"
                   MOVE "** WRONG PRODUCT FOR THIS PO **"
                       TO ML-MATCH-TEXT
                   ADD 1 TO WS-WRONG-PRODUCT-COUNT

               WHEN OTHER
                   MOVE "** UNKNOWN PO - NOT ON PO MASTER **"
                       TO ML-MATCH-TEXT
                   ADD 1 TO WS-UNKNOWN-PO-COUNT
           END-EVALUATE

           MOVE PO-MATCH-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       445-READ-NEXT-PO-LINE-ROUTINE.

      *    THE SCAN STOPS AT THE FIRST OPEN LINE FOR THE PRODUCT,
      *    LEAVING THAT LINE IN THE RECORD AREA FOR THE REWRITE
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PO-SCAN-EOF-SW
               NOT AT END
                   IF PO-NUMBER NOT = WS-RECEIPT-PO-NUMBER
                       MOVE "Y" TO WS-PO-SCAN-EOF-SW
                   ELSE
                       MOVE "YES" TO WS-PO-ON-FILE-SW
                       IF PO-PRODUCT-ID = RV-PRODUCT-ID
                           IF PO-STATUS = "C"
                               MOVE "YES" TO WS-CLOSED-LINE-SW
                               MOVE PO-LINE-NUMBER
                                   TO WS-CLOSED-LINE-NUMBER
                           ELSE
                               MOVE "YES" TO WS-PO-LINE-FOUND-SW
                               MOVE "Y" TO WS-PO-SCAN-EOF-SW
                           END-IF
                       END-IF
                   END-IF
           END-READ
        .

       450-FILL-PO-LINE-ROUTINE.

           ADD RV-QUANTITY-RECEIVED TO PO-QTY-RECEIVED
           MOVE RV-RECEIPT-DATE TO PO-LAST-RECEIPT-DATE
           COMPUTE WS-PO-QTY-DUE = PO-QTY-ORDERED - PO-QTY-RECEIVED

           MOVE "LINE " TO ML-LINE-LITERAL
           MOVE PO-LINE-NUMBER TO ML-LINE-NUMBER

           EVALUATE TRUE
               WHEN WS-PO-QTY-DUE GREATER THAN ZERO
                   MOVE "P" TO PO-STATUS
                   MOVE "PARTLY RECEIVED - STILL DUE:"
                       TO ML-MATCH-TEXT
                   MOVE WS-PO-QTY-DUE TO ML-QUANTITY
                   ADD 1 TO WS-PO-PARTIAL-COUNT

               WHEN WS-PO-QTY-DUE = ZERO
                   MOVE "C" TO PO-STATUS
                   MOVE "RECEIVED IN FULL - LINE CLOSED"
                       TO ML-MATCH-TEXT
                   ADD 1 TO WS-PO-CLOSED-COUNT

               WHEN OTHER
      *            MORE ARRIVED THAN WAS STILL DUE - THE LINE IS
      *            CLOSED AND THE EXCESS FLAGGED FOR PURCHASING
                   MOVE "C" TO PO-STATUS
                   MOVE "** OVER-RECEIPT ** CLOSED, EXCESS:"
                       TO ML-MATCH-TEXT
                   COMPUTE ML-QUANTITY = 0 - WS-PO-QTY-DUE
                   ADD 1 TO WS-PO-CLOSED-COUNT
                   ADD 1 TO WS-OVER-RECEIPT-COUNT
           END-EVALUATE

           REWRITE PURCHASE-ORDER-RECORD
        .

       460-FILL-BACKORDERS-ROUTINE.

      *    WHAT IS ON THE SHELF NOW, LESS WHAT IS ALREADY RELEASED
      *    AND WAITING TO POST, GOES TO THE OLDEST ORDERS FIRST -
      *    BO-KEY RUNS OLDEST ORDER FIRST WITHIN EACH PRODUCT
           MOVE RV-PRODUCT-ID TO WS-PENDING-PRODUCT-KEY
           PERFORM 480-FIND-PENDING-ROUTINE
           IF WS-PENDING-FOUND-SW = "YES"
               SUBTRACT WS-PENDING-QTY (WS-PENDING-SUB)
                   FROM WS-AVAILABLE-QTY
           END-IF

           MOVE "N" TO WS-BACKORDER-EOF-SW
           IF WS-AVAILABLE-QTY NOT GREATER THAN ZERO
               MOVE "Y" TO WS-BACKORDER-EOF-SW
           ELSE
               MOVE RV-PRODUCT-ID TO BO-PRODUCT-ID
               MOVE ZEROES TO BO-ORDER-DATE
               MOVE ZEROES TO BO-ORDER-NUMBER
               START BACKORDER-FILE
                   KEY IS NOT LESS THAN BO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-BACKORDER-EOF-SW
               END-START
           END-IF

           PERFORM 465-FILL-NEXT-BACKORDER-ROUTINE
               UNTIL WS-BACKORDER-EOF-SW = "Y"
        .

       465-FILL-NEXT-BACKORDER-ROUTINE.

           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BACKORDER-EOF-SW
               NOT AT END
                   IF BO-PRODUCT-ID NOT = RV-PRODUCT-ID
                       MOVE "Y" TO WS-BACKORDER-EOF-SW
                   ELSE
                       PERFORM 470-RELEASE-BACKORDER-ROUTINE
                       IF WS-AVAILABLE-QTY NOT GREATER THAN ZERO
                           MOVE "Y" TO WS-BACKORDER-EOF-SW
                       END-IF
                   END-IF
           END-READ
        .

       470-RELEASE-BACKORDER-ROUTINE.

           IF BO-OPEN-QTY GREATER THAN WS-AVAILABLE-QTY
               MOVE WS-AVAILABLE-QTY TO WS-FILL-QTY
           ELSE
               MOVE BO-OPEN-QTY TO WS-FILL-QTY
           END-IF

           MOVE BO-CUSTOMER-ID TO SR-CUSTOMER-ID
           MOVE BO-PRODUCT-ID TO SR-PRODUCT-ID
           MOVE "S" TO SR-TRANSACTION-TYPE
           MOVE BO-CUSTOMER-NAME TO SR-CUSTOMER-NAME
           MOVE WS-TODAY-CC TO SR-TRANSACTION-DATE
           MOVE BO-PRODUCT-NAME TO SR-PRODUCT-NAME
           MOVE WS-FILL-QTY TO SR-QUANTITY-SOLD
           MOVE BO-UNIT-PRICE TO SR-COST-PER-ITEM
           WRITE SALES-RECORD

           MOVE BO-PRODUCT-ID TO WS-PENDING-PRODUCT-KEY
           PERFORM 490-ADD-PENDING-ROUTINE
           SUBTRACT WS-FILL-QTY FROM WS-AVAILABLE-QTY
           SUBTRACT WS-FILL-QTY FROM BO-OPEN-QTY
           ADD WS-FILL-QTY TO WS-UNITS-RELEASED

           MOVE BO-ORDER-NUMBER TO BF-ORDER-NUMBER
           MOVE BO-CUSTOMER-ID TO BF-CUSTOMER-ID
           MOVE BO-ORDER-DATE (5:2) TO BF-ORDER-MM
           MOVE BO-ORDER-DATE (7:2) TO BF-ORDER-DD
           MOVE BO-ORDER-DATE (1:4) TO BF-ORDER-YYYY
           MOVE WS-FILL-QTY TO BF-FILL-QTY
           MOVE BO-OPEN-QTY TO BF-OPEN-QTY

           IF BO-OPEN-QTY = ZERO
               DELETE BACKORDER-FILE
                   INVALID KEY
                       DISPLAY "BACKORDER NOT DELETED " BO-KEY
               END-DELETE
               ADD 1 TO WS-FILLED-FULL-COUNT
           ELSE
               MOVE WS-TODAY-CC TO BO-LAST-FILL-DATE
               REWRITE BACKORDER-RECORD
               ADD 1 TO WS-FILLED-PART-COUNT
           END-IF

           MOVE BACKORDER-FILL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       480-FIND-PENDING-ROUTINE.

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

       490-ADD-PENDING-ROUTINE.

      *    WS-PENDING-PRODUCT-KEY AND WS-FILL-QTY DESCRIBE THE
      *    RELEASE
           PERFORM 480-FIND-PENDING-ROUTINE

           IF WS-PENDING-FOUND-SW = "YES"
               ADD WS-FILL-QTY TO WS-PENDING-QTY (WS-PENDING-SUB)
           ELSE
               IF WS-PENDING-COUNT LESS THAN 500
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-PENDING-COUNT TO WS-PENDING-SUB
                   MOVE WS-PENDING-PRODUCT-KEY
                       TO WS-PENDING-PRODUCT-ID (WS-PENDING-SUB)
                   MOVE WS-FILL-QTY TO WS-PENDING-QTY (WS-PENDING-SUB)
               ELSE
                   DISPLAY "PENDING RELEASE TABLE FULL - PRODUCT "
                       WS-PENDING-PRODUCT-KEY
                       " NOT HELD BACK FROM STOCK"
               END-IF
           END-IF
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-POSTED-COUNT TO FL-POSTED-COUNT
           MOVE REJECTED-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-PO-CLOSED-COUNT TO FL-PO-CLOSED-COUNT
           MOVE PO-CLOSED-COUNT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-PO-PARTIAL-COUNT TO FL-PO-PARTIAL-COUNT
           MOVE PO-PARTIAL-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-OVER-RECEIPT-COUNT TO FL-OVER-RECEIPT-COUNT
           MOVE OVER-RECEIPT-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-UNKNOWN-PO-COUNT TO FL-UNKNOWN-PO-COUNT
           MOVE UNKNOWN-PO-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-WRONG-PRODUCT-COUNT TO FL-WRONG-PRODUCT-COUNT
           MOVE WRONG-PRODUCT-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-FILLED-FULL-COUNT TO FL-FILLED-FULL-COUNT
           MOVE FILLED-FULL-COUNT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-FILLED-PART-COUNT TO FL-FILLED-PART-COUNT
           MOVE FILLED-PART-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-UNITS-RELEASED TO FL-UNITS-RELEASED
           MOVE UNITS-RELEASED-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.
           CLOSE INVENTORY-RECEIPTS-FILE
                 INVENTORY-MASTER-FILE
                 PRODUCT-MASTER-FILE
                 PURCHASE-ORDER-FILE
                 ORDER-RELEASE-FILE
                 RECEIVING-REPORT-OUT-FILE

           IF WS-BACKORDER-FILE-SW = "YES"
               CLOSE BACKORDER-FILE
           END-IF

      *    EVERY RECEIPT READ THIS RUN IS NOW ON THE MASTER OR ON
      *    THE AUDIT REPORT AS AN EXCEPTION - CLEAR THE FILE SO A
      *    SECOND RUN CANNOT ADD THE SAME RECEIPTS TO ON-HAND TWICE.
