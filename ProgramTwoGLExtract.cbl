      * per rep (the same RM-COMMISSION-RATE calculation the
      * commission report prints) is accrued as a debit to
      * commission expense and a credit to commissions payable, one
      * pair per rep.  Each sale is also costed at the standard unit
      * cost in force on its transaction date (see STDCOST
      * copybook): the cost is debited to cost of goods sold and
      * credited to inventory, and a return puts the cost back -
      * debit inventory, credit cost of goods sold - so the ledger
      * carries the margin without a manual journal.  A product with
      * no standard cost on file for the date posts no cost entry
      * and is counted at the console.  Each late finance charge
      * ProgramTwoCollections has assessed since the last run debits
      * accounts receivable and credits finance charge income.  The
      * file ends with a balancing trailer; a run
      * whose debits do not equal its credits says so on the
      * console, empties the interface file so it cannot be loaded,
      * and ends with RETURN-CODE 8.
      *    The CUSTOMER MASTER (see CUSTMAST copybook) supplies the
      *    state each customer is taxed in, and the TAX RATE TABLE
      *    (see TAXRATE copybook) the rate per state.
      *    STDCOST.dat (see STDCOST copybook) - the standard unit
      *    cost per product by effective date.  Missing means no
      *    product has a cost yet, and no cost entries are posted.
      *    FinanceChargeFile.txt (see FINCHG copybook) - the finance
      *    charges posted to AROPEN.dat by ProgramTwoCollections.
      *    Missing means none.  Cleared once the run balances, so
      *    each charge reaches the ledger exactly once; an
      *    out-of-balance run leaves it for the rerun.
      *    PeriodControl.dat (see PERIODCTL copybook) - the months
      *    ProgramTwoPeriodClose has closed.  A finance charge dated
      *    in a closed month (assessed before the close, extracted
      *    after it) is posted on the first day of the open month
      *    instead.  Sales need no such check - ProgramTwo's edit
      *    pass has already kept closed-month dates off the extract.
      ****************************************************************
      * OUTPUT:
      *    GLPostingFile.txt - one fixed-format line per posting:
      *    SALES VALUE = QTY SOLD * COST PER ITEM
      *    COMMISSION = SALES VALUE * COMMISSION RATE (ROUNDED PER
      *        DETAIL, AS ON THE COMMISSION REPORT)
      *    COST OF GOODS = QTY SOLD * STANDARD UNIT COST IN FORCE ON
      *        SR-TRANSACTION-DATE
      *    ACCUMULATE COMMISSION PER REP, POSTED AT THE LATEST
      *        TRANSACTION DATE SEEN FOR THAT REP
      *    ACCUMULATE TOTAL DEBITS AND TOTAL CREDITS
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-STATE
               FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT STANDARD-COST-FILE
               ASSIGN TO 'STDCOST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT FINANCE-CHARGE-FILE
               ASSIGN TO 'FinanceChargeFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINCHG-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO 'PeriodControl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT GL-POSTING-FILE
               ASSIGN TO 'GLPostingFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SALESREP.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.


           COPY TAXRATE.

       FD  STANDARD-COST-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY STDCOST.

       FD  FINANCE-CHARGE-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY FINCHG.

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY PERIODCTL.

       FD  GL-POSTING-FILE
           RECORD CONTAINS 55 CHARACTERS.


       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 WS-FINCHG-EOF-SW             PIC X(1)    VALUE "N".

       01  WS-REPMAST-FIELDS.
           05 WS-REPMAST-STATUS            PIC X(2).
      *    CHART OF ACCOUNTS FOR THE SALES CYCLE POSTINGS
       01  WS-ACCOUNT-NUMBERS.
           05 WS-ACCT-RECEIVABLE           PIC 9(5)    VALUE 11000.
           05 WS-ACCT-INVENTORY            PIC 9(5)    VALUE 13000.
           05 WS-ACCT-COMM-PAYABLE         PIC 9(5)    VALUE 21000.
           05 WS-ACCT-TAX-PAYABLE          PIC 9(5)    VALUE 22000.
           05 WS-ACCT-SALES-REVENUE        PIC 9(5)    VALUE 40100.
           05 WS-ACCT-RETURNS-ALLOW        PIC 9(5)    VALUE 40500.
           05 WS-ACCT-FINANCE-INCOME       PIC 9(5)    VALUE 48000.
           05 WS-ACCT-COST-OF-SALES        PIC 9(5)    VALUE 50100.
           05 WS-ACCT-COMM-EXPENSE         PIC 9(5)    VALUE 60100.

       01  WS-TAX-FIELDS.
           05 WS-TAXRATE-STATUS            PIC X(2).
           05 WS-UNTAXED-COUNT             PIC 9(5)    VALUE 0.

       01  WS-STANDARD-COST-FIELDS.
           05 WS-STDCOST-STATUS            PIC X(2).
           05 WS-STDCOST-FILE-SW           PIC X(3)    VALUE "NO".
           05 WS-COST-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-COST-FOUND-SW             PIC X(3)    VALUE "NO".
           05 WS-STANDARD-COST             PIC 999V99  VALUE 0.
           05 WS-UNCOSTED-COUNT            PIC 9(5)    VALUE 0.

       01  WS-FINANCE-CHARGE-FIELDS.
           05 WS-FINCHG-STATUS             PIC X(2).
           05 WS-FINCHG-FILE-SW            PIC X(3)    VALUE "NO".
           05 WS-FINANCE-CHARGE-COUNT      PIC 9(5)    VALUE 0.
           05 WS-FINCHG-REDATED-COUNT      PIC 9(5)    VALUE 0.

       01  WS-PERIOD-FIELDS.
           05 WS-PERIOD-STATUS             PIC X(2).
           05 WS-PERIOD-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-LAST-CLOSED-PERIOD        PIC 9(6)    VALUE 0.
           05 WS-CHARGE-PERIOD             PIC 9(6)    VALUE 0.
           05 WS-OPEN-PERIOD-DATE          PIC 9(8)    VALUE 0.
           05 WS-OPEN-PERIOD-DATE-R REDEFINES WS-OPEN-PERIOD-DATE.
               10 WS-OPEN-CCYY             PIC 9(4).
               10 WS-OPEN-MM               PIC 9(2).
               10 WS-OPEN-DD               PIC 9(2).

       01  WS-DETAIL-FIELDS.
           05 WS-DF-SALES-VALUE            PIC S9(6)V99 VALUE 0.
           05 WS-DF-ABS-VALUE              PIC 9(6)V99  VALUE 0.
           05 WS-DF-TAX-AMOUNT             PIC 9(6)V99  VALUE 0.
           05 WS-DF-VALUE-WITH-TAX         PIC 9(7)V99  VALUE 0.
           05 WS-DF-COMMISSION-AMOUNT      PIC S9(6)V99 VALUE 0.
           05 WS-DF-COST-VALUE             PIC S9(6)V99 VALUE 0.
           05 WS-DF-ABS-COST-VALUE         PIC 9(6)V99  VALUE 0.

       01  WS-GL-LINE-FIELDS.
           05 WS-GL-ACCOUNT                PIC 9(5)    VALUE 0.
           PERFORM 150-HOUSEKEEPING
           PERFORM 350-READ-INPUT-FILE-ROUTINE
           PERFORM 500-POST-COMMISSION-ROUTINE
           PERFORM 530-POST-FINANCE-CHARGES-ROUTINE
           PERFORM 550-END-OF-RUN-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .
                       REP-MASTER-FILE
                       CUSTOMER-MASTER-FILE
                OUTPUT GL-POSTING-FILE

      *    FILE STATUS 35 JUST MEANS NO STANDARD COST HAS BEEN KEYED
      *    YET - THE SALES POST AS BEFORE, WITH NO COST ENTRIES
           OPEN INPUT STANDARD-COST-FILE
           IF WS-STDCOST-STATUS NOT = "35"
               MOVE "YES" TO WS-STDCOST-FILE-SW
           END-IF

           PERFORM 160-LOAD-PERIOD-CONTROL-ROUTINE
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

           MULTIPLY WS-LAST-CLOSED-PERIOD BY 100
               GIVING WS-OPEN-PERIOD-DATE
           IF WS-OPEN-MM = 12
               ADD 1 TO WS-OPEN-CCYY
               MOVE 1 TO WS-OPEN-MM
           ELSE
               ADD 1 TO WS-OPEN-MM
           END-IF
           MOVE 1 TO WS-OPEN-DD
        .

       350-READ-INPUT-FILE-ROUTINE.
               PERFORM 410-POST-SALE-ROUTINE
           END-IF

           PERFORM 450-POST-COST-OF-SALES-ROUTINE
           PERFORM 430-ACCRUE-COMMISSION-ROUTINE
        .

           END-IF
        .

       450-POST-COST-OF-SALES-ROUTINE.

      *    THE STOCK LEAVES INVENTORY AT STANDARD COST ON A SALE AND
      *    COMES BACK AT STANDARD COST ON A RETURN - POSTED AT THE
      *    TRANSACTION DATE, LIKE THE REVENUE IT MATCHES
           PERFORM 460-FIND-STANDARD-COST-ROUTINE

           IF WS-COST-FOUND-SW = "NO"
               ADD 1 TO WS-UNCOSTED-COUNT
           ELSE
               MULTIPLY SR-QUANTITY-SOLD BY WS-STANDARD-COST
                   GIVING WS-DF-COST-VALUE
               IF WS-DF-COST-VALUE LESS THAN ZERO
                   SUBTRACT WS-DF-COST-VALUE FROM ZERO
                       GIVING WS-DF-ABS-COST-VALUE
               ELSE
                   MOVE WS-DF-COST-VALUE TO WS-DF-ABS-COST-VALUE
               END-IF
           END-IF

           IF WS-COST-FOUND-SW = "YES"
                   AND WS-DF-ABS-COST-VALUE GREATER THAN ZERO
               MOVE SR-TRANSACTION-DATE TO WS-GL-POSTING-DATE
               MOVE WS-DF-ABS-COST-VALUE TO WS-GL-AMOUNT

               IF SR-TRANSACTION-TYPE = "R"
                   MOVE WS-ACCT-INVENTORY TO WS-GL-ACCOUNT
               ELSE
                   MOVE WS-ACCT-COST-OF-SALES TO WS-GL-ACCOUNT
               END-IF
               MOVE "DR" TO WS-GL-DEBIT-CREDIT
               MOVE SPACES TO WS-GL-DESCRIPTION
               IF SR-TRANSACTION-TYPE = "R"
                   STRING "INVENTORY RETURNED "    DELIMITED BY SIZE
                          SR-PRODUCT-ID            DELIMITED BY SIZE
                       INTO WS-GL-DESCRIPTION
                   END-STRING
               ELSE
                   STRING "COST OF SALES "         DELIMITED BY SIZE
                          SR-PRODUCT-ID            DELIMITED BY SIZE
                       INTO WS-GL-DESCRIPTION
                   END-STRING
               END-IF
               PERFORM 520-WRITE-GL-LINE-ROUTINE

               IF SR-TRANSACTION-TYPE = "R"
                   MOVE WS-ACCT-COST-OF-SALES TO WS-GL-ACCOUNT
               ELSE
                   MOVE WS-ACCT-INVENTORY TO WS-GL-ACCOUNT
               END-IF
               MOVE "CR" TO WS-GL-DEBIT-CREDIT
               MOVE SPACES TO WS-GL-DESCRIPTION
               IF SR-TRANSACTION-TYPE = "R"
                   STRING "COST OF SALES RETURN "  DELIMITED BY SIZE
                          SR-PRODUCT-ID            DELIMITED BY SIZE
                       INTO WS-GL-DESCRIPTION
                   END-STRING
               ELSE
                   STRING "INVENTORY RELIEF "      DELIMITED BY SIZE
                          SR-PRODUCT-ID            DELIMITED BY SIZE
                       INTO WS-GL-DESCRIPTION
                   END-STRING
               END-IF
               PERFORM 520-WRITE-GL-LINE-ROUTINE
           END-IF
        .

       460-FIND-STANDARD-COST-ROUTINE.

      *    THE COST IN FORCE ON A DATE IS THE PRODUCT'S LATEST
      *    EFFECTIVE DATE NOT AFTER IT - READ THE PRODUCT'S COSTS
      *    OLDEST FIRST AND KEEP THE LAST ONE THAT QUALIFIES
           MOVE "NO" TO WS-COST-FOUND-SW
           MOVE ZEROES TO WS-STANDARD-COST
           MOVE "N" TO WS-COST-EOF-SW

           IF WS-STDCOST-FILE-SW = "NO"
               MOVE "Y" TO WS-COST-EOF-SW
           ELSE
               MOVE SR-PRODUCT-ID TO SC-PRODUCT-ID
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
                       IF SC-PRODUCT-ID NOT = SR-PRODUCT-ID
                               OR SC-EFFECTIVE-DATE GREATER THAN
                                   SR-TRANSACTION-DATE
                           MOVE "Y" TO WS-COST-EOF-SW
                       ELSE
                           MOVE SC-STANDARD-COST TO WS-STANDARD-COST
                           MOVE "YES" TO WS-COST-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
        .

       500-POST-COMMISSION-ROUTINE.

           MOVE 1 TO WS-REP-SUB
           END-IF
        .

       530-POST-FINANCE-CHARGES-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO COLLECTIONS RUN HAS
      *    ASSESSED A CHARGE SINCE THE FILE WAS LAST CLEARED
           OPEN INPUT FINANCE-CHARGE-FILE
           IF WS-FINCHG-STATUS NOT = "35"
               MOVE "YES" TO WS-FINCHG-FILE-SW
               PERFORM UNTIL WS-FINCHG-EOF-SW = "Y"
                   READ FINANCE-CHARGE-FILE
                       AT END
                           MOVE "Y" TO WS-FINCHG-EOF-SW
                       NOT AT END
                           PERFORM 540-POST-ONE-CHARGE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE FINANCE-CHARGE-FILE
           END-IF
        .

       540-POST-ONE-CHARGE-ROUTINE.

           MOVE WS-ACCT-RECEIVABLE TO WS-GL-ACCOUNT
           MOVE FC-CHARGE-DATE TO WS-GL-POSTING-DATE
           DIVIDE FC-CHARGE-DATE BY 100 GIVING WS-CHARGE-PERIOD
           IF WS-LAST-CLOSED-PERIOD GREATER THAN ZERO
                   AND WS-CHARGE-PERIOD NOT GREATER THAN
                       WS-LAST-CLOSED-PERIOD
               MOVE WS-OPEN-PERIOD-DATE TO WS-GL-POSTING-DATE
               ADD 1 TO WS-FINCHG-REDATED-COUNT
           END-IF
           MOVE "DR" TO WS-GL-DEBIT-CREDIT
           MOVE FC-CHARGE-AMOUNT TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING "FIN CHG RECEIVABLE "    DELIMITED BY SIZE
                  FC-CUSTOMER-ID           DELIMITED BY SIZE
               INTO WS-GL-DESCRIPTION
           END-STRING
           PERFORM 520-WRITE-GL-LINE-ROUTINE

           MOVE WS-ACCT-FINANCE-INCOME TO WS-GL-ACCOUNT
           MOVE "CR" TO WS-GL-DEBIT-CREDIT
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING "FIN CHG INCOME "        DELIMITED BY SIZE
                  FC-CUSTOMER-ID           DELIMITED BY SIZE
               INTO WS-GL-DESCRIPTION
           END-STRING
           PERFORM 520-WRITE-GL-LINE-ROUTINE

           ADD 1 TO WS-FINANCE-CHARGE-COUNT
        .

       550-END-OF-RUN-ROUTINE.

           MOVE WS-TOTAL-DEBITS TO GT-TOTAL-DEBITS
               WS-UNASSIGNED-COUNT
           DISPLAY "POSTINGS WITHOUT TAX (NO RATE ON FILE): "
               WS-UNTAXED-COUNT
           DISPLAY "SALES WITH NO STANDARD COST (NO COST POSTED): "
               WS-UNCOSTED-COUNT
           DISPLAY "FINANCE CHARGES POSTED: " WS-FINANCE-CHARGE-COUNT
           DISPLAY "FINANCE CHARGES MOVED INTO OPEN PERIOD: "
               WS-FINCHG-REDATED-COUNT

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
      *        AN OUT-OF-BALANCE FILE MUST NEVER REACH THE LEDGER -
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "GL POSTING FILE IS IN BALANCE - RELEASED"
      *        THE CHARGES ARE NOW ON A RELEASED FILE - CLEAR THEM
      *        SO THE NEXT RUN DOES NOT SEND THEM TO THE LEDGER AGAIN
               IF WS-FINCHG-FILE-SW = "YES"
                   OPEN OUTPUT FINANCE-CHARGE-FILE
                   CLOSE FINANCE-CHARGE-FILE
               END-IF
           END-IF
        .

                 REP-MASTER-FILE
                 CUSTOMER-MASTER-FILE
                 TAX-RATE-FILE
           IF WS-STDCOST-FILE-SW = "YES"
               CLOSE STANDARD-COST-FILE
           END-IF
           PERFORM 610-STAMP-RUN-END-ROUTINE
           STOP RUN
        .
