       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoCreditHold.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that shows the credit
      * department every sale being held for credit review.
      * ProgramTwo's edit pass holds a customer's sales off the
      * reports when the customer is flagged for credit hold on the
      * customer master, or when their open items plus the run's net
      * sales go over their credit limit; the held sales wait until
      * ProgramTwoCreditRelease releases them into the next run or
      * drops them.  This listing is what the release transactions
      * are keyed from - every held sale, customer by customer, with
      * the figures the hold was decided on.
      ****************************************************************
      * INPUT:
      *    CreditHoldFile.txt - the sales the latest ProgramTwo run
      *    held (see CRHOLD copybook).
      *    CreditHoldCarry.txt - sales held by earlier runs and not
      *    yet released or dropped, same layout.
      *    Either file may be missing, meaning nothing on it.
      ****************************************************************
      * OUTPUT:
      *    The CREDIT HOLD LISTING, grouped by customer, newest
      *    batch first within each customer:
      *       CUSTOMER HEADING:
      *         1. CUSTOMER ID AND NAME, CREDIT LIMIT
      *         2. OPEN A/R AND RUN NET SALES AS AT THE LATEST HOLD
      *       DETAIL LINE:
      *         1. BATCH HELD AND DATE HELD
      *         2. PRODUCT ID, TRANSACTION DATE, QUANTITY, VALUE
      *         3. HOLD REASON
      *    with a held-value total per customer, followed by counts
      *    of customers and sales on hold and the total value held.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-HOLD-FILE
               ASSIGN TO 'CreditHoldFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT CREDIT-CARRY-FILE
               ASSIGN TO 'CreditHoldCarry.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT SORTED-HOLD-FILE
               ASSIGN TO 'PR2CH20P.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'PR2CH20S.tmp'.
           SELECT HOLD-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'CreditHoldListing.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.

       01  CREDIT-HOLD-IN-RECORD           PIC X(144).

       FD  CREDIT-CARRY-FILE
           RECORD CONTAINS 144 CHARACTERS.

       01  CREDIT-CARRY-RECORD             PIC X(144).

       FD  SORTED-HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.

           COPY CRHOLD.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 144 CHARACTERS.

       01  SORT-HOLD-RECORD.
           05  SH-CUSTOMER-ID              PIC 9(5).
           05  SH-BATCH-NUMBER             PIC 9(6).
           05  FILLER                      PIC X(133).

       FD  HOLD-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 FIRST-RECORD                 PIC X(3)    VALUE "YES".
           05 CUSTOMER-ID-HOLD             PIC 9(5)    VALUE 0.

       01  WS-FILE-STATUS-FIELDS.
           05 WS-HOLD-STATUS               PIC X(2).
           05 WS-CARRY-STATUS              PIC X(2).

       01  WS-HOLD-FIELDS.
           05 WS-SALES-VALUE               PIC S9(6)V99 VALUE 0.
           05 WS-CUSTOMER-VALUE-TOTAL      PIC S9(8)V99 VALUE 0.
           05 WS-GRAND-VALUE-TOTAL         PIC S9(9)V99 VALUE 0.
           05 WS-CUSTOMER-COUNT            PIC 9(5)    VALUE 0.
           05 WS-HELD-SALES-COUNT          PIC 9(5)    VALUE 0.

      *    THE HELD SALE ITSELF, IN THE SALES EXTRACT LAYOUT
           COPY SALESREC.

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
                                       "CREDIT HOLD LISTING         ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE "BATCH ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "HELD ON".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(3)    VALUE "PRD".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "TRANS DATE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE " QTY".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(12)   VALUE "       VALUE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(21)   VALUE "REASON".

       01  CUSTOMER-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE "CUSTOMER ".
           05  CL-CUSTOMER-ID      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-CUSTOMER-NAME    PIC X(25).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE "LIMIT ".
           05  CL-CREDIT-LIMIT     PIC $Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(16)   VALUE SPACES.

       01  CUSTOMER-EXPOSURE-LINE.
           05  FILLER              PIC X(11)   VALUE SPACES.
           05                      PIC X(9)    VALUE "OPEN A/R ".
           05  CL-OPEN-AMOUNT      PIC $ZZ,ZZZ,ZZ9.99-.
           05                      PIC X(16)   VALUE
                                       "  RUN NET SALES ".
           05  CL-NET-SALES        PIC $ZZ,ZZZ,ZZ9.99-.
           05                      PIC X(14)   VALUE
                                       "  (LATEST RUN)".

       01  HOLD-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-BATCH-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-HOLD-DATE.
               10  DL-HOLD-MM      PIC X(2).
               10                  PIC X       VALUE "/".
               10  DL-HOLD-DD      PIC X(2).
               10                  PIC X       VALUE "/".
               10  DL-HOLD-YYYY    PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-TRANS-DATE.
               10  DL-TRANS-MM     PIC X(2).
               10                  PIC X       VALUE "/".
               10  DL-TRANS-DD     PIC X(2).
               10                  PIC X       VALUE "/".
               10  DL-TRANS-YYYY   PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-QUANTITY         PIC -ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-SALES-VALUE      PIC $ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-REASON-TEXT      PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACE.

       01  CUSTOMER-TOTAL-LINE.
           05  FILLER              PIC X(24)   VALUE SPACES.
           05                      PIC X(21)   VALUE
                                       "CUSTOMER TOTAL HELD: ".
           05  CT-VALUE-TOTAL      PIC $ZZZ,ZZ9.99-.
           05  FILLER              PIC X(23)   VALUE SPACES.

       01  NO-HOLDS-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "NO SALES ARE ON CREDIT HOLD".
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  CUSTOMER-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "CUSTOMERS ON CREDIT HOLD:   ".
           05  FL-CUSTOMER-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  HELD-SALES-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "SALES HELD:                 ".
           05  FL-HELD-SALES-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  HELD-VALUE-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "TOTAL VALUE HELD:           ".
           05  FL-HELD-VALUE-TOTAL PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(27)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 350-READ-SORTED-FILE-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

      *    THE SORT NEEDS BOTH FILES TO EXIST - A MISSING ONE JUST
      *    MEANS NOTHING IS ON IT, SO IT IS CREATED EMPTY
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT CREDIT-HOLD-FILE
           END-IF
           CLOSE CREDIT-HOLD-FILE

           OPEN INPUT CREDIT-CARRY-FILE
           IF WS-CARRY-STATUS = "35"
               OPEN OUTPUT CREDIT-CARRY-FILE
           END-IF
           CLOSE CREDIT-CARRY-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SH-CUSTOMER-ID
               ON DESCENDING KEY SH-BATCH-NUMBER
               USING CREDIT-HOLD-FILE
                     CREDIT-CARRY-FILE
               GIVING SORTED-HOLD-FILE

           OPEN INPUT  SORTED-HOLD-FILE
                OUTPUT HOLD-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR
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

       350-READ-SORTED-FILE-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ SORTED-HOLD-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 400-PROCESS-HOLD-ROUTINE
               END-READ
           END-PERFORM
        .

       400-PROCESS-HOLD-ROUTINE.

           MOVE HD-SALES-RECORD TO SALES-RECORD
           MULTIPLY SR-QUANTITY-SOLD BY SR-COST-PER-ITEM
               GIVING WS-SALES-VALUE

           EVALUATE TRUE
               WHEN FIRST-RECORD = "YES"
                   MOVE "NO" TO FIRST-RECORD
                   PERFORM 410-WRITE-CUSTOMER-HEADING-ROUTINE

               WHEN HD-CUSTOMER-ID NOT EQUAL CUSTOMER-ID-HOLD
                   PERFORM 500-CUSTOMER-BREAK-ROUTINE
                   PERFORM 410-WRITE-CUSTOMER-HEADING-ROUTINE
           END-EVALUATE

           MOVE HD-BATCH-NUMBER TO DL-BATCH-NUMBER
           MOVE HD-HOLD-DATE (5:2) TO DL-HOLD-MM
           MOVE HD-HOLD-DATE (7:2) TO DL-HOLD-DD
           MOVE HD-HOLD-DATE (1:4) TO DL-HOLD-YYYY
           MOVE SR-PRODUCT-ID TO DL-PRODUCT-ID
           MOVE SR-TRANSACTION-DATE (5:2) TO DL-TRANS-MM
           MOVE SR-TRANSACTION-DATE (7:2) TO DL-TRANS-DD
           MOVE SR-TRANSACTION-DATE (1:4) TO DL-TRANS-YYYY
           MOVE SR-QUANTITY-SOLD TO DL-QUANTITY
           MOVE WS-SALES-VALUE TO DL-SALES-VALUE
           MOVE HD-REASON-TEXT TO DL-REASON-TEXT

           MOVE HOLD-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           ADD WS-SALES-VALUE TO WS-CUSTOMER-VALUE-TOTAL
           ADD WS-SALES-VALUE TO WS-GRAND-VALUE-TOTAL
           ADD 1 TO WS-HELD-SALES-COUNT
        .

       410-WRITE-CUSTOMER-HEADING-ROUTINE.

      *    THE NEWEST BATCH SORTS FIRST, SO THE FIGURES SHOWN ARE
      *    THE ONES THE LATEST HOLD WAS DECIDED ON
           MOVE HD-CUSTOMER-ID TO CUSTOMER-ID-HOLD
           ADD 1 TO WS-CUSTOMER-COUNT

           MOVE HD-CUSTOMER-ID TO CL-CUSTOMER-ID
           MOVE SR-CUSTOMER-NAME TO CL-CUSTOMER-NAME
           MOVE HD-CREDIT-LIMIT TO CL-CREDIT-LIMIT
           MOVE CUSTOMER-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE HD-OPEN-AMOUNT TO CL-OPEN-AMOUNT
           MOVE HD-NET-SALES TO CL-NET-SALES
           MOVE CUSTOMER-EXPOSURE-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       500-CUSTOMER-BREAK-ROUTINE.

           MOVE WS-CUSTOMER-VALUE-TOTAL TO CT-VALUE-TOTAL
           MOVE CUSTOMER-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE ZEROES TO WS-CUSTOMER-VALUE-TOTAL
        .

       550-END-OF-FILE-ROUTINE.

           IF WS-HELD-SALES-COUNT = ZERO
               MOVE NO-HOLDS-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           ELSE
               PERFORM 500-CUSTOMER-BREAK-ROUTINE
           END-IF

           MOVE WS-CUSTOMER-COUNT TO FL-CUSTOMER-COUNT
           MOVE CUSTOMER-COUNT-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-HELD-SALES-COUNT TO FL-HELD-SALES-COUNT
           MOVE HELD-SALES-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-GRAND-VALUE-TOTAL TO FL-HELD-VALUE-TOTAL
           MOVE HELD-VALUE-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE SORTED-HOLD-FILE
                 HOLD-REPORT-OUT-FILE
           STOP RUN
        .
