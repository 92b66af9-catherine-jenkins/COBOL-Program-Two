       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoPurchasing.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that turns the reorder
      * exception list into purchase orders.  ProgramTwoInventory
      * prints a suggested order quantity for every product at or
      * below its reorder point, and until now purchasing retyped
      * those lines into a spreadsheet - and retyped them again the
      * next night, and the night after, until the stock arrived,
      * so the same costume was ordered three and four times over.
      * This program runs after the inventory poster, scans the
      * inventory master the same way the reorder report does, and
      * raises one draft PO carrying a line for each product at or
      * below its reorder point.  A product that already has a PO
      * line open or partly received is skipped and listed with the
      * PO it is waiting on, so nothing is ordered twice.
      ****************************************************************
      * INPUT:
      *    The INVENTORY MASTER (see INVMAST copybook), keyed by
      *    product ID - on-hand, reorder point and reorder quantity.
      *    The PRODUCT MASTER (see PRODMAST copybook) supplies the
      *    official product name for the report.
      *    The PURCHASE ORDER MASTER (see POMAST copybook), scanned
      *    first for the products already on order and the highest
      *    PO number used so far.  Missing just means no PO has
      *    ever been raised - it is created empty.
      ****************************************************************
      * OUTPUT:
      *    POMAST.dat with the new draft PO lines added, status
      *    open, ordered today, due after the standard supplier
      *    lead time.
      *    The DRAFT PURCHASE ORDER REPORT, one line per product at
      *    or below its reorder point showing on-hand, reorder
      *    point, quantity ordered and the PO line raised, or the
      *    open PO it is already waiting on, or that no reorder
      *    quantity is set on the master (nothing is ordered), with
      *    counts of lines raised and products skipped.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-PRODUCT-ID
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO 'POMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT PURCHASE-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'DraftPurchaseOrders.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY INVMAST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY PRODMAST.

       FD  PURCHASE-ORDER-FILE
           RECORD CONTAINS 54 CHARACTERS.

           COPY POMAST.

       FD  PURCHASE-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 WS-SCAN-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-PO-EOF-SW                 PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-INVMAST-STATUS            PIC X(2).
           05 WS-PRODMAST-STATUS           PIC X(2).
           05 WS-POMAST-STATUS             PIC X(2).

      *    EVERY DRAFT LINE IS DUE THIS MANY DAYS AFTER IT IS RAISED
      *    - THE COSTUME SUPPLIERS' STANDARD LEAD TIME
       01  WS-PURCHASING-FIELDS.
           05 WS-LEAD-TIME-DAYS            PIC 9(3)    VALUE 14.
           05 WS-HIGH-PO-NUMBER            PIC 9(6)    VALUE 0.
           05 WS-NEW-PO-NUMBER             PIC 9(6)    VALUE 0.
           05 WS-NEW-LINE-NUMBER           PIC 9(2)    VALUE 0.
           05 WS-DUE-DATE-CC               PIC 9(8)    VALUE 0.
           05 WS-TODAY-INTEGER             PIC 9(7)    VALUE 0.
           05 WS-LINES-RAISED-COUNT        PIC 9(5)    VALUE 0.
           05 WS-ON-ORDER-COUNT            PIC 9(5)    VALUE 0.
           05 WS-NO-REORDER-QTY-COUNT      PIC 9(5)    VALUE 0.
           05 WS-PO-RAISED-COUNT           PIC 9(5)    VALUE 0.

      *    PRODUCTS WITH A PO LINE STILL OPEN OR PARTLY RECEIVED
       01  WS-OPEN-PO-TABLE.
           05 WS-OPEN-ENTRY-COUNT          PIC 9(3)    VALUE 0.
           05 WS-OPEN-SUB                  PIC 9(3)    VALUE 0.
           05 WS-OPEN-FOUND-SW             PIC X(3)    VALUE "NO".
           05 WS-OPEN-ENTRY                OCCURS 500 TIMES.
               10 OP-PRODUCT-ID            PIC X(3).
               10 OP-PO-NUMBER             PIC 9(6).
               10 OP-LINE-NUMBER           PIC 9(2).

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-DATE-FIELDS.
           05 WS-TODAY-CC                  PIC 9(8)    VALUE 0.
           05 WS-DATE-TEMP                 PIC 9(8)    VALUE 0.

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
                                       "DRAFT PURCHASE ORDERS       ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE "PROD".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(7)    VALUE "PRODUCT".
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(7)    VALUE "ON HAND".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE "REORDER PT".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(9)    VALUE "ORDER QTY".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(19)   VALUE
                                       "PO LINE / REMARK   ".

       01  PURCHASE-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  PD-PRODUCT-NAME     PIC X(14).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PD-ON-HAND-QTY      PIC -ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  PD-REORDER-POINT    PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  PD-ORDER-QTY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PD-REMARK           PIC X(22).

       01  PO-REFERENCE-REMARK.
           05  PR-REMARK-TEXT      PIC X(11).
           05  PR-PO-NUMBER        PIC 9(6).
           05                      PIC X       VALUE "-".
           05  PR-LINE-NUMBER      PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACES.

       01  PO-RAISED-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(21)   VALUE
                                       "DRAFT PURCHASE ORDER ".
           05  PL-PO-NUMBER        PIC 9(6).
           05                      PIC X(8)    VALUE " RAISED ".
           05  PL-ORDER-DATE.
               10  PL-ORDER-MM     PIC X(2).
               10                  PIC X       VALUE "/".
               10  PL-ORDER-DD     PIC X(2).
               10                  PIC X       VALUE "/".
               10  PL-ORDER-YYYY   PIC X(4).
           05                      PIC X(6)    VALUE " DUE  ".
           05  PL-DUE-DATE.
               10  PL-DUE-MM       PIC X(2).
               10                  PIC X       VALUE "/".
               10  PL-DUE-DD       PIC X(2).
               10                  PIC X       VALUE "/".
               10  PL-DUE-YYYY     PIC X(4).
           05  FILLER              PIC X(17)   VALUE SPACES.

       01  LINES-RAISED-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "PO LINES RAISED:            ".
           05  FL-LINES-RAISED     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  ON-ORDER-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "ALREADY ON AN OPEN PO:      ".
           05  FL-ON-ORDER         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  NO-REORDER-QTY-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "NO REORDER QUANTITY SET:    ".
           05  FL-NO-REORDER-QTY   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 140-STAMP-RUN-START-ROUTINE
           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 350-LOAD-OPEN-ORDERS-ROUTINE
           PERFORM 450-REORDER-SCAN-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       140-STAMP-RUN-START-ROUTINE.

      *    THE REORDER POINTS ARE ONLY MEANINGFUL ONCE THE NIGHT'S
      *    SALES ARE OFF THE SHELF - NOTHING IS RAISED UNTIL
      *    ProgramTwoInventory HAS COMPLETED CLEANLY FOR THE BATCH
           MOVE "S" TO RL-ACTION
           MOVE "PURCHASING" TO RL-PROGRAM-NAME
           MOVE "INVENTORY" TO RL-PREREQ-NAME
           MOVE ZEROES TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER

           IF RL-RESULT = "8"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
        .

       150-HOUSEKEEPING.

      *    FILE STATUS 35 JUST MEANS NO PO HAS EVER BEEN RAISED
           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-POMAST-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF

           OPEN INPUT  INVENTORY-MASTER-FILE
                       PRODUCT-MASTER-FILE
                OUTPUT PURCHASE-REPORT-OUT-FILE

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

      *    THE DUE DATE NEEDS TRUE CALENDAR ARITHMETIC SO IT STAYS
      *    CORRECT ACROSS A MONTH OR YEAR BOUNDARY
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-CC)
           COMPUTE WS-DUE-DATE-CC = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER + WS-LEAD-TIME-DAYS)
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

       350-LOAD-OPEN-ORDERS-ROUTINE.

      *    ONE PASS OVER THE PO MASTER REMEMBERS EVERY PRODUCT
      *    STILL WAITING ON A DELIVERY AND THE HIGHEST PO NUMBER
      *    ISSUED, SO TONIGHT'S PO TAKES THE NEXT NUMBER
           MOVE LOW-VALUES TO PO-KEY
           START PURCHASE-ORDER-FILE
               KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PO-EOF-SW
           END-START

           PERFORM 360-READ-NEXT-ORDER-ROUTINE
               UNTIL WS-PO-EOF-SW = "Y"
        .

       360-READ-NEXT-ORDER-ROUTINE.

           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PO-EOF-SW
               NOT AT END
                   IF PO-NUMBER GREATER THAN WS-HIGH-PO-NUMBER
                       MOVE PO-NUMBER TO WS-HIGH-PO-NUMBER
                   END-IF
                   IF PO-STATUS = "O" OR PO-STATUS = "P"
                       PERFORM 370-REMEMBER-OPEN-LINE-ROUTINE
                   END-IF
           END-READ
        .

       370-REMEMBER-OPEN-LINE-ROUTINE.

           IF WS-OPEN-ENTRY-COUNT LESS THAN 500
               ADD 1 TO WS-OPEN-ENTRY-COUNT
               MOVE WS-OPEN-ENTRY-COUNT TO WS-OPEN-SUB
               MOVE PO-PRODUCT-ID TO OP-PRODUCT-ID (WS-OPEN-SUB)
               MOVE PO-NUMBER TO OP-PO-NUMBER (WS-OPEN-SUB)
               MOVE PO-LINE-NUMBER TO OP-LINE-NUMBER (WS-OPEN-SUB)
           ELSE
               DISPLAY "OPEN PO TABLE FULL - PO " PO-NUMBER
                   " LINE " PO-LINE-NUMBER " NOT CHECKED"
           END-IF
        .

       450-REORDER-SCAN-ROUTINE.

           MOVE LOW-VALUES TO IM-PRODUCT-ID
           START INVENTORY-MASTER-FILE
               KEY IS NOT LESS THAN IM-PRODUCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START

           PERFORM 460-READ-NEXT-PRODUCT-ROUTINE
               UNTIL WS-SCAN-EOF-SW = "Y"
        .

       460-READ-NEXT-PRODUCT-ROUTINE.

           READ INVENTORY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF IM-ON-HAND-QTY NOT GREATER THAN
                           IM-REORDER-POINT
                       PERFORM 470-RAISE-ORDER-LINE-ROUTINE
                   END-IF
           END-READ
        .

       470-RAISE-ORDER-LINE-ROUTINE.

           MOVE IM-PRODUCT-ID TO PD-PRODUCT-ID
           MOVE IM-ON-HAND-QTY TO PD-ON-HAND-QTY
           MOVE IM-REORDER-POINT TO PD-REORDER-POINT

           MOVE IM-PRODUCT-ID TO PM-PRODUCT-ID
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PD-PRODUCT-NAME
               NOT INVALID KEY
                   MOVE PM-PRODUCT-NAME TO PD-PRODUCT-NAME
           END-READ

           PERFORM 480-FIND-OPEN-LINE-ROUTINE

           EVALUATE TRUE
               WHEN WS-OPEN-FOUND-SW = "YES"
      *            ALREADY ORDERED - WAIT FOR THAT DELIVERY
                   MOVE ZEROES TO PD-ORDER-QTY
                   MOVE "ON OPEN PO" TO PR-REMARK-TEXT
                   MOVE OP-PO-NUMBER (WS-OPEN-SUB) TO PR-PO-NUMBER
                   MOVE OP-LINE-NUMBER (WS-OPEN-SUB)
                       TO PR-LINE-NUMBER
                   MOVE PO-REFERENCE-REMARK TO PD-REMARK
                   ADD 1 TO WS-ON-ORDER-COUNT

               WHEN IM-REORDER-QTY = ZERO
                   MOVE ZEROES TO PD-ORDER-QTY
                   MOVE "NO REORDER QTY SET" TO PD-REMARK
                   ADD 1 TO WS-NO-REORDER-QTY-COUNT

               WHEN OTHER
                   PERFORM 490-WRITE-ORDER-LINE-ROUTINE
                   MOVE IM-REORDER-QTY TO PD-ORDER-QTY
                   MOVE "RAISED PO" TO PR-REMARK-TEXT
                   MOVE PO-NUMBER TO PR-PO-NUMBER
                   MOVE PO-LINE-NUMBER TO PR-LINE-NUMBER
                   MOVE PO-REFERENCE-REMARK TO PD-REMARK
                   ADD 1 TO WS-LINES-RAISED-COUNT
           END-EVALUATE

           MOVE PURCHASE-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       480-FIND-OPEN-LINE-ROUTINE.

           MOVE "NO" TO WS-OPEN-FOUND-SW
           MOVE 1 TO WS-OPEN-SUB

           PERFORM UNTIL WS-OPEN-SUB > WS-OPEN-ENTRY-COUNT
                   OR WS-OPEN-FOUND-SW = "YES"
               IF OP-PRODUCT-ID (WS-OPEN-SUB) = IM-PRODUCT-ID
                   MOVE "YES" TO WS-OPEN-FOUND-SW
               ELSE
                   ADD 1 TO WS-OPEN-SUB
               END-IF
           END-PERFORM
        .

       490-WRITE-ORDER-LINE-ROUTINE.

      *    THE FIRST LINE RAISED TONIGHT OPENS A NEW PO NUMBER - A
      *    PO RUNS TO 99 LINES AND THEN THE NEXT NUMBER IS OPENED
           IF WS-NEW-PO-NUMBER = ZERO
                   OR WS-NEW-LINE-NUMBER = 99
               ADD 1 TO WS-HIGH-PO-NUMBER
               MOVE WS-HIGH-PO-NUMBER TO WS-NEW-PO-NUMBER
               MOVE ZEROES TO WS-NEW-LINE-NUMBER
               ADD 1 TO WS-PO-RAISED-COUNT
               PERFORM 495-WRITE-PO-RAISED-LINE-ROUTINE
           END-IF

           ADD 1 TO WS-NEW-LINE-NUMBER

           MOVE WS-NEW-PO-NUMBER TO PO-NUMBER
           MOVE WS-NEW-LINE-NUMBER TO PO-LINE-NUMBER
           MOVE IM-PRODUCT-ID TO PO-PRODUCT-ID
           MOVE WS-TODAY-CC TO PO-ORDER-DATE
           MOVE WS-DUE-DATE-CC TO PO-DUE-DATE
           MOVE IM-REORDER-QTY TO PO-QTY-ORDERED
           MOVE ZEROES TO PO-QTY-RECEIVED
           MOVE ZEROES TO PO-LAST-RECEIPT-DATE
           MOVE "O" TO PO-STATUS

           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "PO " PO-NUMBER " LINE " PO-LINE-NUMBER
                       " ALREADY ON FILE - NOT RAISED"
           END-WRITE
        .

       495-WRITE-PO-RAISED-LINE-ROUTINE.

           MOVE WS-NEW-PO-NUMBER TO PL-PO-NUMBER
           MOVE WS-TODAY-CC (5:2) TO PL-ORDER-MM
           MOVE WS-TODAY-CC (7:2) TO PL-ORDER-DD
           MOVE WS-TODAY-CC (1:4) TO PL-ORDER-YYYY
           MOVE WS-DUE-DATE-CC (5:2) TO PL-DUE-MM
           MOVE WS-DUE-DATE-CC (7:2) TO PL-DUE-DD
           MOVE WS-DUE-DATE-CC (1:4) TO PL-DUE-YYYY

           MOVE PO-RAISED-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-LINES-RAISED-COUNT TO FL-LINES-RAISED
           MOVE LINES-RAISED-COUNT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-ON-ORDER-COUNT TO FL-ON-ORDER
           MOVE ON-ORDER-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-NO-REORDER-QTY-COUNT TO FL-NO-REORDER-QTY
           MOVE NO-REORDER-QTY-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE INVENTORY-MASTER-FILE
                 PRODUCT-MASTER-FILE
                 PURCHASE-ORDER-FILE
                 PURCHASE-REPORT-OUT-FILE

           PERFORM 610-STAMP-RUN-END-ROUTINE

           STOP RUN
        .

       610-STAMP-RUN-END-ROUTINE.

           MOVE "E" TO RL-ACTION
           MOVE RETURN-CODE TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER
        .
