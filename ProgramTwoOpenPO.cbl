       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoOpenPO.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that shows purchasing what
      * has been ordered but has not yet arrived.
      * ProgramTwoPurchasing raises the PO lines and
      * ProgramTwoReceiving fills and closes them as the stock
      * comes in; this report lists every PO line still open or
      * partly received, with the quantity still due, and flags
      * each line whose due date has already passed so purchasing
      * knows which supplier to chase before a costume runs out on
      * the shelf.
      ****************************************************************
      * INPUT:
      *    The PURCHASE ORDER MASTER (see POMAST copybook), keyed by
      *    PO number and line, read from front to back.
      *    The PRODUCT MASTER (see PRODMAST copybook) supplies the
      *    official product name for the report.
      ****************************************************************
      * OUTPUT:
      *    The OPEN PURCHASE ORDER REPORT, one line per open or
      *    partly received PO line in PO number order:
      *         1. PO NUMBER AND LINE
      *         2. PRODUCT ID AND NAME
      *         3. DUE DATE
      *         4. QUANTITY ORDERED, RECEIVED, AND STILL DUE
      *         5. ** LATE ** WHEN THE DUE DATE HAS PASSED
      *    followed by counts of open lines and overdue lines and
      *    the total quantity still due.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO 'POMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT OPEN-PO-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'OpenPurchaseOrderReport.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  PURCHASE-ORDER-FILE
           RECORD CONTAINS 54 CHARACTERS.

           COPY POMAST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY PRODMAST.

       FD  OPEN-PO-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 WS-SCAN-EOF-SW               PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-POMAST-STATUS             PIC X(2).
           05 WS-PRODMAST-STATUS           PIC X(2).

       01  WS-OPEN-PO-FIELDS.
           05 WS-QTY-STILL-DUE             PIC S9(6)   VALUE 0.
           05 WS-OPEN-LINE-COUNT           PIC 9(5)    VALUE 0.
           05 WS-OVERDUE-LINE-COUNT        PIC 9(5)    VALUE 0.
           05 WS-TOTAL-QTY-DUE             PIC S9(7)   VALUE 0.

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-DATE-FIELDS.
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
                                       "OPEN PURCHASE ORDER REPORT  ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE "PO   LINE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE "PROD".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(7)    VALUE "PRODUCT".
           05                      PIC X(9)    VALUE SPACES.
           05                      PIC X(8)    VALUE "DUE DATE".
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(7)    VALUE "ORDERED".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(8)    VALUE "RECEIVED".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(7)    VALUE "DUE QTY".
           05                      PIC X(10)   VALUE SPACES.

       01  OPEN-PO-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-PO-NUMBER        PIC 9(6).
           05                      PIC X       VALUE "-".
           05  OL-LINE-NUMBER      PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-PRODUCT-NAME     PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-DUE-DATE.
               10  OL-DUE-MM       PIC X(2).
               10                  PIC X       VALUE "/".
               10  OL-DUE-DD       PIC X(2).
               10                  PIC X       VALUE "/".
               10  OL-DUE-YYYY     PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-QTY-ORDERED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  OL-QTY-RECEIVED     PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-QTY-DUE          PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  OL-LATE-FLAG        PIC X(10).

       01  OPEN-LINE-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "OPEN PO LINES:              ".
           05  FL-OPEN-LINE-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  OVERDUE-LINE-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "OVERDUE PO LINES:           ".
           05  FL-OVERDUE-LINE-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  TOTAL-QTY-DUE-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "TOTAL QUANTITY STILL DUE:   ".
           05  FL-TOTAL-QTY-DUE    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 450-OPEN-ORDER-SCAN-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POMAST-STATUS = "35"
               DISPLAY "POMAST.dat IS MISSING - RUN "
                   "ProgramTwoPurchasing FIRST - NO REPORT PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  PRODUCT-MASTER-FILE
                OUTPUT OPEN-PO-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

      *    BUILD TODAY'S DATE AS A CCYYMMDD VALUE SO IT CAN BE
      *    COMPARED AGAINST THE CCYYMMDD DUE DATE ON EACH PO LINE
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

       450-OPEN-ORDER-SCAN-ROUTINE.

           MOVE LOW-VALUES TO PO-KEY
           START PURCHASE-ORDER-FILE
               KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START

           PERFORM 460-READ-NEXT-ORDER-ROUTINE
               UNTIL WS-SCAN-EOF-SW = "Y"
        .

       460-READ-NEXT-ORDER-ROUTINE.

      *    CLOSED LINES STAY ON FILE FOR THE RECEIVING TRAIL BUT
      *    ARE NOT WAITING ON ANYTHING
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF PO-STATUS = "O" OR PO-STATUS = "P"
                       PERFORM 470-WRITE-OPEN-LINE-ROUTINE
                   END-IF
           END-READ
        .

       470-WRITE-OPEN-LINE-ROUTINE.

           COMPUTE WS-QTY-STILL-DUE = PO-QTY-ORDERED - PO-QTY-RECEIVED

           MOVE PO-NUMBER TO OL-PO-NUMBER
           MOVE PO-LINE-NUMBER TO OL-LINE-NUMBER
           MOVE PO-PRODUCT-ID TO OL-PRODUCT-ID
           MOVE PO-DUE-DATE (5:2) TO OL-DUE-MM
           MOVE PO-DUE-DATE (7:2) TO OL-DUE-DD
           MOVE PO-DUE-DATE (1:4) TO OL-DUE-YYYY
           MOVE PO-QTY-ORDERED TO OL-QTY-ORDERED
           MOVE PO-QTY-RECEIVED TO OL-QTY-RECEIVED
           MOVE WS-QTY-STILL-DUE TO OL-QTY-DUE

           MOVE PO-PRODUCT-ID TO PM-PRODUCT-ID
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO OL-PRODUCT-NAME
               NOT INVALID KEY
                   MOVE PM-PRODUCT-NAME TO OL-PRODUCT-NAME
           END-READ

           IF PO-DUE-DATE LESS THAN WS-TODAY-CC
               MOVE "** LATE **" TO OL-LATE-FLAG
               ADD 1 TO WS-OVERDUE-LINE-COUNT
           ELSE
               MOVE SPACES TO OL-LATE-FLAG
           END-IF

           MOVE OPEN-PO-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           ADD 1 TO WS-OPEN-LINE-COUNT
           ADD WS-QTY-STILL-DUE TO WS-TOTAL-QTY-DUE
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-OPEN-LINE-COUNT TO FL-OPEN-LINE-COUNT
           MOVE OPEN-LINE-COUNT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-OVERDUE-LINE-COUNT TO FL-OVERDUE-LINE-COUNT
           MOVE OVERDUE-LINE-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-TOTAL-QTY-DUE TO FL-TOTAL-QTY-DUE
           MOVE TOTAL-QTY-DUE-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE PURCHASE-ORDER-FILE
                 PRODUCT-MASTER-FILE
                 OPEN-PO-REPORT-OUT-FILE
           STOP RUN
        .
