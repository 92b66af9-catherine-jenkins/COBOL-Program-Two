       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoCollections.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that acts on what the aged
      * trial balance reports.  Every customer with an open balance
      * on AROPEN.dat is aged the way ProgramTwoAgedTrial ages them;
      * a customer whose oldest open item is 30 days or more past
      * its statement date is past due, and gets a dunning letter
      * addressed from the customer master's billing address, worded
      * more firmly for each aging bucket and listing the customer's
      * open items in statement date order.  A late finance charge
      * is assessed on the part of the balance that is 30 days or
      * more old, posted to AROPEN.dat as an open item of its own,
      * and passed to ProgramTwoGLExtract so the ledger gets the
      * receivable and the finance income without a manual journal.
      * DUNHIST.dat remembers the level of the last letter each
      * customer was sent and when, so a letter is sent only when
      * the account slips into a worse bucket or the last letter is
      * a month old, and remembers when a charge was last assessed,
      * so a customer is charged at most once a calendar month.  A
      * customer who pays up has the level reset, so the next time
      * they fall behind they start again at the first reminder.
      * The run is refused for a batch it has already worked - the
      * same CashPostingControl.dat-style guard ProgramTwoCashPosting
      * keeps - and a finance charge item already on file for the
      * batch is never posted twice.
      ****************************************************************
      * INPUT:
      *    The AR OPEN ITEM FILE (see AROPEN copybook), keyed by
      *    customer ID plus batch number plus item type.  Items
      *    with status "P" (paid in full) are skipped.
      *    The CUSTOMER MASTER (see CUSTMAST copybook) supplies the
      *    name and billing address each letter is sent to.
      *    The DUNNING HISTORY FILE (see DUNHIST copybook), keyed by
      *    customer ID.  Created empty when missing.
      ****************************************************************
      * OUTPUT:
      *    DunningLetters.txt - one letter per page for each past
      *    due customer due a letter tonight:
      *       the customer's name and billing address
      *       the reminder wording for the customer's aging bucket
      *       each open item - statement date, batch, item type,
      *       original and open amount, age in days - including any
      *       finance charge assessed tonight
      *       the total now owing and the part of it past due
      *    AROPEN.dat - one new open item (item type "F") per
      *    finance charge assessed.
      *    FinanceChargeFile.txt (see FINCHG copybook) - one record
      *    per finance charge, extended for ProgramTwoGLExtract.
      *    DUNHIST.dat - updated level, letter date, and charge date.
      *    The COLLECTIONS REGISTER, one line per past due customer
      *    and per account brought current, with counts of letters
      *    sent at each level and the finance charges assessed.
      ****************************************************************
      * CALCULATIONS:
      *    AGE IN DAYS = TODAY - STATEMENT DATE (TRUE CALENDAR
      *        ARITHMETIC, AS ON THE AGED TRIAL BALANCE)
      *    DUNNING LEVEL FROM THE OLDEST OPEN ITEM:
      *        30-59 DAYS = 1, 60-89 DAYS = 2, 90 AND OVER = 3
      *        (A CUSTOMER WHOSE TOTAL OPEN IS ZERO OR A CREDIT IS
      *        NOT PAST DUE, WHATEVER THE AGE OF ITS ITEMS)
      *    PAST DUE BALANCE = OPEN AMOUNT OF THE STATEMENT ITEMS 30
      *        DAYS OR MORE OLD (FINANCE CHARGES ARE NOT CHARGED ON)
      *    FINANCE CHARGE = PAST DUE BALANCE * MONTHLY RATE, ROUNDED,
      *        BUT NEVER LESS THAN THE MINIMUM CHARGE
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM-FILE
               ASSIGN TO 'AROPEN.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT DUNNING-HISTORY-FILE
               ASSIGN TO 'DUNHIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-CUSTOMER-ID
               FILE STATUS IS WS-DUNHIST-STATUS.
           SELECT FINANCE-CHARGE-FILE
               ASSIGN TO 'FinanceChargeFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINCHG-STATUS.
           SELECT COLLECTIONS-CONTROL-FILE
               ASSIGN TO 'CollectionsControl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLCTL-STATUS.
           SELECT LETTER-OUT-FILE
               ASSIGN TO PRINTER 'DunningLetters.txt'.
           SELECT REGISTER-OUT-FILE
               ASSIGN TO PRINTER 'CollectionsRegister.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  AR-OPEN-ITEM-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY AROPEN.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.

       FD  DUNNING-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY DUNHIST.

       FD  FINANCE-CHARGE-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY FINCHG.

       FD  COLLECTIONS-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  COLLECTIONS-CONTROL-RECORD.
           05  CC-LAST-BATCH-WORKED        PIC 9(6).

       FD  LETTER-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LETTER-RECORD                   PIC X(80).

       FD  REGISTER-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 WS-SCAN-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-CUSTOMER-DONE-SW          PIC X(3)    VALUE "NO".
           05 WS-FIRST-ITEM-SW             PIC X(3)    VALUE "YES".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-AROPEN-STATUS             PIC X(2).
           05 WS-CUSTMAST-STATUS           PIC X(2).
           05 WS-DUNHIST-STATUS            PIC X(2).
           05 WS-FINCHG-STATUS             PIC X(2).
           05 WS-COLLCTL-STATUS            PIC X(2).

       01  WS-BATCH-FIELDS.
           05 WS-REPEAT-BATCH-SW           PIC X(3)    VALUE "NO".

      *    THE HOUSE TERMS - A MONTHLY RATE ON THE PAST DUE BALANCE,
      *    A FLOOR UNDER THE CHARGE, AND HOW LONG A CUSTOMER WAITS
      *    BEFORE THE SAME LETTER GOES OUT AGAIN
       01  WS-COLLECTION-TERMS.
           05 WS-FINANCE-CHARGE-RATE       PIC V999    VALUE .015.
           05 WS-MINIMUM-CHARGE            PIC 9(3)V99 VALUE 1.00.
           05 WS-RESEND-DAYS               PIC 9(3)    VALUE 30.

       01  WS-AGING-FIELDS.
           05 WS-TODAY-CC                  PIC 9(8)    VALUE 0.
           05 WS-DATE-TEMP                 PIC 9(8)    VALUE 0.
           05 WS-TODAY-CCYYMM              PIC 9(6)    VALUE 0.
           05 WS-CHARGE-CCYYMM             PIC 9(6)    VALUE 0.
           05 WS-TODAY-INTEGER             PIC S9(7)   VALUE 0.
           05 WS-ITEM-INTEGER              PIC S9(7)   VALUE 0.
           05 WS-AGE-DAYS                  PIC S9(5)   VALUE 0.
           05 WS-DAYS-SINCE-LETTER         PIC S9(5)   VALUE 0.

       01  WS-CUSTOMER-FIELDS.
           05 WS-CURRENT-CUSTOMER-ID       PIC 9(5)    VALUE 0.
           05 WS-NEXT-CUSTOMER-ID          PIC 9(5)    VALUE 0.
           05 WS-CUSTOMER-NAME             PIC X(25)   VALUE SPACES.
           05 WS-ON-MASTER-SW              PIC X(3)    VALUE "YES".
           05 WS-HISTORY-NEW-SW            PIC X(3)    VALUE "NO".
           05 WS-LETTER-DUE-SW             PIC X(3)    VALUE "NO".
           05 WS-DUNNING-LEVEL             PIC 9(1)    VALUE 0.
           05 WS-OLDEST-AGE                PIC S9(5)   VALUE 0.
           05 WS-TOTAL-OPEN                PIC S9(8)V99 VALUE 0.
           05 WS-PAST-DUE-BALANCE          PIC S9(8)V99 VALUE 0.
           05 WS-CHARGE-AMOUNT             PIC 9(7)V99 VALUE 0.
           05 WS-REGISTER-NOTE             PIC X(40)   VALUE SPACES.

      *    THE CUSTOMER'S OPEN ITEMS, IN KEY ORDER - BATCH ORDER IS
      *    THE ORDER THE STATEMENT RUNS POSTED THEM, SO THE LETTER
      *    LISTS THEM BY STATEMENT DATE WITHOUT A SORT
       01  WS-ITEM-TABLE.
           05 WS-ITEM-COUNT                PIC 9(3)    VALUE 0.
           05 WS-ITEM-SUB                  PIC 9(3)    VALUE 0.
           05 WS-ITEM-ENTRY                OCCURS 200 TIMES.
               10 IT-BATCH-NUMBER          PIC 9(6).
               10 IT-ITEM-TYPE             PIC X(1).
               10 IT-STATEMENT-DATE        PIC 9(8).
               10 IT-ORIGINAL-AMOUNT       PIC S9(8)V99.
               10 IT-OPEN-AMOUNT           PIC S9(8)V99.
               10 IT-AGE-DAYS              PIC S9(5).

      *    THE WORDING FOR EACH DUNNING LEVEL, FOUR LINES APIECE
       01  WS-LETTER-WORDING-VALUES.
           05  FILLER              PIC X(60)   VALUE
           "OUR RECORDS SHOW THAT THE ITEMS LISTED BELOW ARE NOW".
           05  FILLER              PIC X(60)   VALUE
           "MORE THAN 30 DAYS PAST DUE.  IF YOUR PAYMENT IS ALREADY".
           05  FILLER              PIC X(60)   VALUE
           "ON ITS WAY, PLEASE ACCEPT OUR THANKS AND DISREGARD THIS".
           05  FILLER              PIC X(60)   VALUE
           "REMINDER.".
           05  FILLER              PIC X(60)   VALUE
           "YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST DUE AND WE HAVE".
           05  FILLER              PIC X(60)   VALUE
           "HAD NO REPLY TO OUR EARLIER REMINDER.  PLEASE REMIT THE".
           05  FILLER              PIC X(60)   VALUE
           "PAST DUE BALANCE WITHIN 10 DAYS, OR CALL OUR ACCOUNTS DESK".
           05  FILLER              PIC X(60)   VALUE
           "TO ARRANGE PAYMENT.".
           05  FILLER              PIC X(60)   VALUE
           "YOUR ACCOUNT IS MORE THAN 90 DAYS PAST DUE.  UNLESS".
           05  FILLER              PIC X(60)   VALUE
           "PAYMENT IN FULL IS RECEIVED WITHIN 10 DAYS, FURTHER ORDERS".
           05  FILLER              PIC X(60)   VALUE
           "WILL BE HELD AND THE ACCOUNT WILL BE REFERRED FOR".
           05  FILLER              PIC X(60)   VALUE
           "COLLECTION.".

       01  WS-LETTER-WORDING-TABLE REDEFINES WS-LETTER-WORDING-VALUES.
           05  WS-WORDING-LEVEL            OCCURS 3 TIMES.
               10  WS-WORDING-LINE         OCCURS 4 TIMES
                                           PIC X(60).

       01  WS-WORDING-SUB                  PIC 9(1)    VALUE 0.

       01  WS-RUN-TOTAL-FIELDS.
           05 WS-CUSTOMERS-AGED-COUNT      PIC 9(5)    VALUE 0.
           05 WS-PAST-DUE-COUNT            PIC 9(5)    VALUE 0.
           05 WS-LETTER-COUNT-1            PIC 9(5)    VALUE 0.
           05 WS-LETTER-COUNT-2            PIC 9(5)    VALUE 0.
           05 WS-LETTER-COUNT-3            PIC 9(5)    VALUE 0.
           05 WS-NOT-YET-DUE-COUNT         PIC 9(5)    VALUE 0.
           05 WS-CHARGE-COUNT              PIC 9(5)    VALUE 0.
           05 WS-CHARGE-TOTAL              PIC 9(9)V99 VALUE 0.
           05 WS-CHARGE-ON-FILE-COUNT      PIC 9(5)    VALUE 0.
           05 WS-BROUGHT-CURRENT-COUNT     PIC 9(5)    VALUE 0.
           05 WS-PAST-DUE-TOTAL            PIC S9(9)V99 VALUE 0.

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
                                       "COLLECTIONS REGISTER        ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(5)    VALUE "CUST ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(20)   VALUE "CUSTOMER NAME".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE "TOTAL OPEN".
           05                      PIC X(5)    VALUE SPACES.
           05                      PIC X(8)    VALUE "PAST DUE".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(3)    VALUE "LVL".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(6)    VALUE "LETTER".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(7)    VALUE "FIN CHG".
           05                      PIC X(1)    VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-CUSTOMER-ID      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RG-TOTAL-OPEN       PIC $ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RG-PAST-DUE         PIC $ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-LEVEL            PIC 9(1).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RG-LETTER           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-CHARGE           PIC $Z,ZZ9.99.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  REGISTER-NOTE-LINE.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  RN-NOTE             PIC X(40).
           05  FILLER              PIC X(31)   VALUE SPACES.

       01  COUNT-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05  CT-DESCRIPTION      PIC X(28).
           05  CT-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(36)   VALUE SPACES.

       01  AMOUNT-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05  AT-DESCRIPTION      PIC X(28).
           05  AT-AMOUNT           PIC $Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(28)   VALUE SPACES.

       01  LETTER-HEADING-LINE.
           05  FILLER              PIC X(25)   VALUE SPACES.
           05                      PIC X(30)   VALUE
                                   "ACCOUNTS RECEIVABLE DEPARTMENT".
           05  FILLER              PIC X(25)   VALUE SPACES.

       01  LETTER-DATE-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  LD-MONTH            PIC 99.
           05                      PIC X       VALUE "/".
           05  LD-DAY              PIC 99.
           05                      PIC X       VALUE "/".
           05  LD-CCYY             PIC 9(4).
           05  FILLER              PIC X(65)   VALUE SPACES.

       01  LETTER-ADDRESS-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  LA-TEXT             PIC X(45).
           05  FILLER              PIC X(30)   VALUE SPACES.

       01  LETTER-CITY-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  LA-CITY             PIC X(15).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  LA-STATE            PIC X(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  LA-ZIP              PIC X(9).
           05  FILLER              PIC X(47)   VALUE SPACES.

       01  LETTER-ACCOUNT-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(9)    VALUE "ACCOUNT: ".
           05  LC-CUSTOMER-ID      PIC 9(5).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(16)   VALUE
                                       "REMINDER LEVEL: ".
           05  LC-LEVEL            PIC 9(1).
           05                      PIC X(3)    VALUE " - ".
           05  LC-LEVEL-TEXT       PIC X(20).
           05  FILLER              PIC X(16)   VALUE SPACES.

       01  LETTER-TEXT-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  LT-TEXT             PIC X(60).
           05  FILLER              PIC X(15)   VALUE SPACES.

       01  LETTER-COLUMN-HEADING.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "STMT DATE ".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(6)    VALUE "BATCH ".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(14)   VALUE "ITEM".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(12)   VALUE "    ORIGINAL".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(12)   VALUE "        OPEN".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(4)    VALUE "DAYS".
           05                      PIC X(7)    VALUE SPACES.

       01  LETTER-ITEM-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LI-STATEMENT-DATE.
               10  LI-MM           PIC X(2).
               10                  PIC X       VALUE "/".
               10  LI-DD           PIC X(2).
               10                  PIC X       VALUE "/".
               10  LI-CCYY         PIC X(4).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  LI-BATCH-NUMBER     PIC 9(6).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  LI-ITEM-TEXT        PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LI-ORIGINAL-AMOUNT  PIC $ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LI-OPEN-AMOUNT      PIC $ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  LI-AGE-DAYS         PIC ZZZ9.
           05  FILLER              PIC X(7)    VALUE SPACES.

       01  LETTER-TOTAL-LINE.
           05  FILLER              PIC X(31)   VALUE SPACES.
           05  LL-DESCRIPTION      PIC X(20).
           05  LL-AMOUNT           PIC $Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(15)   VALUE SPACES.

       01  LETTER-CLOSING-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  LX-TEXT             PIC X(70).
           05  FILLER              PIC X(5)    VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 140-STAMP-RUN-START-ROUTINE
           PERFORM 145-CHECK-BATCH-CONTROL-ROUTINE
           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 350-SCAN-CUSTOMERS-ROUTINE
           PERFORM 550-END-OF-RUN-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       140-STAMP-RUN-START-ROUTINE.

      *    THE NIGHTLY ORDER IS ENFORCED BY THE RUN-SEQUENCE
      *    CONTROL FILE - NOBODY IS DUNNED UNTIL THE NIGHT'S CASH
      *    HAS BEEN POSTED, SO A CUSTOMER WHO PAID TODAY IS NOT
      *    SENT A LETTER TONIGHT
           MOVE "S" TO RL-ACTION
           MOVE "COLLECTIONS" TO RL-PROGRAM-NAME
           MOVE "CASHPOSTING" TO RL-PREREQ-NAME
           MOVE ZEROES TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER

           IF RL-RESULT = "8"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
        .

       145-CHECK-BATCH-CONTROL-ROUTINE.

      *    A SECOND PASS IN THE SAME BATCH WOULD PRINT THE SAME
      *    LETTERS AGAIN - THE CURRENT BATCH (RETURNED BY THE RUN
      *    CONTROL START CALL) IS CHECKED AGAINST THE LAST BATCH
      *    WORKED HERE.  FILE STATUS 35 JUST MEANS NO COLLECTIONS
      *    RUN HAS EVER COMPLETED
           OPEN INPUT COLLECTIONS-CONTROL-FILE
           IF WS-COLLCTL-STATUS NOT = "35"
               READ COLLECTIONS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-LAST-BATCH-WORKED = RL-BATCH-NUMBER
                           MOVE "YES" TO WS-REPEAT-BATCH-SW
                       END-IF
               END-READ
               CLOSE COLLECTIONS-CONTROL-FILE
           END-IF

           IF WS-REPEAT-BATCH-SW = "YES"
               DISPLAY "COLLECTIONS WERE ALREADY RUN FOR BATCH "
                   RL-BATCH-NUMBER " - NOT RUN AGAIN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
        .

       150-HOUSEKEEPING.

           OPEN I-O AR-OPEN-ITEM-FILE
           IF WS-AROPEN-STATUS = "35"
               DISPLAY "AROPEN.dat IS MISSING - RUN "
                   "ProgramTwoStatements FIRST - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    A LETTER WITH NO ADDRESS ON IT IS NO USE TO ANYONE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS = "35"
               DISPLAY "CUSTMAST.dat IS MISSING - NO LETTERS CAN "
                   "BE ADDRESSED - NOTHING DONE"
               CLOSE AR-OPEN-ITEM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE FIRST COLLECTIONS RUN STARTS THE HISTORY FILE
           OPEN I-O DUNNING-HISTORY-FILE
           IF WS-DUNHIST-STATUS = "35"
               OPEN OUTPUT DUNNING-HISTORY-FILE
               CLOSE DUNNING-HISTORY-FILE
               OPEN I-O DUNNING-HISTORY-FILE
           END-IF

      *    EXTENDED, NOT REWRITTEN - CHARGES NOT YET PICKED UP BY
      *    ProgramTwoGLExtract MUST STAY ON THE FILE
           OPEN EXTEND FINANCE-CHARGE-FILE
           IF WS-FINCHG-STATUS = "35"
               OPEN OUTPUT FINANCE-CHARGE-FILE
           END-IF

           OPEN OUTPUT LETTER-OUT-FILE
                       REGISTER-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

      *    BUILD TODAY'S DATE AS A CCYYMMDD VALUE AND CONVERT IT TO
      *    A DAY NUMBER SO ITEM AGES COME FROM TRUE CALENDAR
      *    ARITHMETIC, NOT DIGIT SUBTRACTION
           ADD 20000000 TO WS-TODAY-CC
           MULTIPLY WS-YEAR BY 10000 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           MULTIPLY WS-MONTH BY 100 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           ADD WS-DAY TO WS-TODAY-CC

           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-CC)
           DIVIDE WS-TODAY-CC BY 100 GIVING WS-TODAY-CCYYMM

           MOVE WS-MONTH TO LD-MONTH
           MOVE WS-DAY TO LD-DAY
           DIVIDE WS-TODAY-CC BY 10000 GIVING LD-CCYY
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

       310-WRITE-LETTER-LINE-ROUTINE.

           WRITE LETTER-RECORD
               AFTER ADVANCING PROPER-SPACING
        .

       350-SCAN-CUSTOMERS-ROUTINE.

      *    ONE CUSTOMER AT A TIME - EACH CUSTOMER'S ITEMS ARE READ
      *    FROM A FRESH START AT CUSTOMER ID PLUS BATCH ZERO, SO THE
      *    FINANCE CHARGE ITEM WRITTEN FOR ONE CUSTOMER NEVER
      *    DISTURBS THE READ POSITION FOR THE NEXT
           MOVE ZEROES TO WS-NEXT-CUSTOMER-ID

           PERFORM 360-LOAD-CUSTOMER-ROUTINE
               UNTIL WS-SCAN-EOF-SW = "Y"
        .

       360-LOAD-CUSTOMER-ROUTINE.

           MOVE WS-NEXT-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE ZEROES TO AR-BATCH-NUMBER
           MOVE LOW-VALUES TO AR-ITEM-TYPE

           START AR-OPEN-ITEM-FILE
               KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START

           IF WS-SCAN-EOF-SW NOT = "Y"
               MOVE "NO" TO WS-CUSTOMER-DONE-SW
               MOVE "YES" TO WS-FIRST-ITEM-SW
               MOVE ZEROES TO WS-ITEM-COUNT
               MOVE ZEROES TO WS-TOTAL-OPEN
               MOVE ZEROES TO WS-PAST-DUE-BALANCE
               MOVE ZEROES TO WS-OLDEST-AGE
               PERFORM 370-READ-CUSTOMER-ITEM-ROUTINE
                   UNTIL WS-CUSTOMER-DONE-SW = "YES"
               IF WS-FIRST-ITEM-SW = "NO"
                   PERFORM 400-WORK-CUSTOMER-ROUTINE
               END-IF
           END-IF
        .

       370-READ-CUSTOMER-ITEM-ROUTINE.

           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
                   MOVE "YES" TO WS-CUSTOMER-DONE-SW
               NOT AT END
                   IF WS-FIRST-ITEM-SW = "YES"
                       MOVE "NO" TO WS-FIRST-ITEM-SW
                       MOVE AR-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
                       MOVE AR-CUSTOMER-NAME TO WS-CUSTOMER-NAME
                   END-IF
                   IF AR-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
                       MOVE AR-CUSTOMER-ID TO WS-NEXT-CUSTOMER-ID
                       MOVE "YES" TO WS-CUSTOMER-DONE-SW
                   ELSE
                       IF AR-STATUS = "O"
                               AND AR-OPEN-AMOUNT NOT = ZERO
                           PERFORM 380-AGE-OPEN-ITEM-ROUTINE
                       END-IF
                   END-IF
           END-READ
        .

       380-AGE-OPEN-ITEM-ROUTINE.

           COMPUTE WS-ITEM-INTEGER = FUNCTION INTEGER-OF-DATE
               (AR-STATEMENT-DATE)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-ITEM-INTEGER

           ADD AR-OPEN-AMOUNT TO WS-TOTAL-OPEN

           IF AR-OPEN-AMOUNT GREATER THAN ZERO
               IF WS-AGE-DAYS GREATER THAN WS-OLDEST-AGE
                   MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
               END-IF
               IF WS-AGE-DAYS NOT LESS THAN 30
                       AND AR-ITEM-TYPE NOT = "F"
                   ADD AR-OPEN-AMOUNT TO WS-PAST-DUE-BALANCE
               END-IF
           END-IF

      *    A FULL TABLE ONLY SHORTENS THE LIST ON THE LETTER - THE
      *    BALANCES ABOVE STILL CARRY EVERY ITEM
           IF WS-ITEM-COUNT LESS THAN 200
               ADD 1 TO WS-ITEM-COUNT
               MOVE AR-BATCH-NUMBER
                   TO IT-BATCH-NUMBER (WS-ITEM-COUNT)
               MOVE AR-ITEM-TYPE TO IT-ITEM-TYPE (WS-ITEM-COUNT)
               MOVE AR-STATEMENT-DATE
                   TO IT-STATEMENT-DATE (WS-ITEM-COUNT)
               MOVE AR-ORIGINAL-AMOUNT
                   TO IT-ORIGINAL-AMOUNT (WS-ITEM-COUNT)
               MOVE AR-OPEN-AMOUNT TO IT-OPEN-AMOUNT (WS-ITEM-COUNT)
               MOVE WS-AGE-DAYS TO IT-AGE-DAYS (WS-ITEM-COUNT)
           ELSE
               DISPLAY "OPEN ITEM TABLE FULL - CUSTOMER "
                   WS-CURRENT-CUSTOMER-ID " BATCH " AR-BATCH-NUMBER
                   " LEFT OFF THE LETTER"
           END-IF
        .

       400-WORK-CUSTOMER-ROUTINE.

           ADD 1 TO WS-CUSTOMERS-AGED-COUNT
           MOVE ZEROES TO WS-CHARGE-AMOUNT
           MOVE SPACES TO WS-REGISTER-NOTE
           MOVE "NO" TO WS-LETTER-DUE-SW

      *    A CUSTOMER IN CREDIT, OR SQUARE, IS NOT CHASED HOWEVER
      *    OLD THE ITEMS THAT NET TO IT
           EVALUATE TRUE
               WHEN WS-TOTAL-OPEN NOT GREATER THAN ZERO
                   MOVE 0 TO WS-DUNNING-LEVEL
               WHEN WS-OLDEST-AGE LESS THAN 30
                   MOVE 0 TO WS-DUNNING-LEVEL
               WHEN WS-OLDEST-AGE LESS THAN 60
                   MOVE 1 TO WS-DUNNING-LEVEL
               WHEN WS-OLDEST-AGE LESS THAN 90
                   MOVE 2 TO WS-DUNNING-LEVEL
               WHEN OTHER
                   MOVE 3 TO WS-DUNNING-LEVEL
           END-EVALUATE

           PERFORM 410-READ-HISTORY-ROUTINE

           IF WS-DUNNING-LEVEL = 0
               PERFORM 470-CHECK-BROUGHT-CURRENT-ROUTINE
           ELSE
               ADD 1 TO WS-PAST-DUE-COUNT
               ADD WS-PAST-DUE-BALANCE TO WS-PAST-DUE-TOTAL
               PERFORM 420-READ-CUSTOMER-MASTER-ROUTINE
               DIVIDE DH-LAST-CHARGE-DATE BY 100
                   GIVING WS-CHARGE-CCYYMM
               IF WS-PAST-DUE-BALANCE GREATER THAN ZERO
                       AND WS-CHARGE-CCYYMM LESS THAN WS-TODAY-CCYYMM
                   PERFORM 430-ASSESS-FINANCE-CHARGE-ROUTINE
               END-IF
               PERFORM 440-DECIDE-LETTER-ROUTINE
               IF WS-LETTER-DUE-SW = "YES"
                   PERFORM 450-PRINT-LETTER-ROUTINE
               ELSE
                   ADD 1 TO WS-NOT-YET-DUE-COUNT
               END-IF
               PERFORM 480-SAVE-HISTORY-ROUTINE
               PERFORM 490-WRITE-REGISTER-LINE-ROUTINE
           END-IF
        .

       410-READ-HISTORY-ROUTINE.

           MOVE "NO" TO WS-HISTORY-NEW-SW
           MOVE WS-CURRENT-CUSTOMER-ID TO DH-CUSTOMER-ID

           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   MOVE "YES" TO WS-HISTORY-NEW-SW
                   MOVE SPACES TO DUNNING-HISTORY-RECORD
                   MOVE WS-CURRENT-CUSTOMER-ID TO DH-CUSTOMER-ID
                   MOVE ZEROES TO DH-LAST-LEVEL
                   MOVE ZEROES TO DH-LAST-LETTER-DATE
                   MOVE ZEROES TO DH-LAST-BATCH-NUMBER
                   MOVE ZEROES TO DH-LETTER-COUNT
                   MOVE ZEROES TO DH-LAST-CHARGE-DATE
                   MOVE ZEROES TO DH-TOTAL-CHARGED
           END-READ
        .

       420-READ-CUSTOMER-MASTER-ROUTINE.

      *    A CUSTOMER MISSING FROM THE MASTER IS STILL DUNNED UNDER
      *    THE NAME ON THE OPEN ITEM, BUT THE LETTER CANNOT BE
      *    ADDRESSED - THE REGISTER SAYS SO
           MOVE "YES" TO WS-ON-MASTER-SW
           MOVE WS-CURRENT-CUSTOMER-ID TO CM-CUSTOMER-ID

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "NO" TO WS-ON-MASTER-SW
                   MOVE "NOT ON CUSTOMER MASTER - NO ADDRESS"
                       TO WS-REGISTER-NOTE
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
           END-READ
        .

       430-ASSESS-FINANCE-CHARGE-ROUTINE.

           MULTIPLY WS-PAST-DUE-BALANCE BY WS-FINANCE-CHARGE-RATE
               GIVING WS-CHARGE-AMOUNT ROUNDED
           IF WS-CHARGE-AMOUNT LESS THAN WS-MINIMUM-CHARGE
               MOVE WS-MINIMUM-CHARGE TO WS-CHARGE-AMOUNT
           END-IF

           MOVE WS-CURRENT-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE RL-BATCH-NUMBER TO AR-BATCH-NUMBER
           MOVE "F" TO AR-ITEM-TYPE
           MOVE WS-CUSTOMER-NAME TO AR-CUSTOMER-NAME
           MOVE WS-TODAY-CC TO AR-STATEMENT-DATE
           MOVE WS-CHARGE-AMOUNT TO AR-ORIGINAL-AMOUNT
           MOVE WS-CHARGE-AMOUNT TO AR-OPEN-AMOUNT
           MOVE "O" TO AR-STATUS

      *    A CHARGE ALREADY ON FILE FOR THE BATCH WAS ASSESSED BY A
      *    RUN THAT DIED BEFORE IT COULD UPDATE THE HISTORY - IT IS
      *    NEVER POSTED, OR SENT TO THE LEDGER, A SECOND TIME
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-CHARGE-ON-FILE-COUNT
                   MOVE ZEROES TO WS-CHARGE-AMOUNT
                   MOVE "FINANCE CHARGE ALREADY ON FILE FOR BATCH"
                       TO WS-REGISTER-NOTE
               NOT INVALID KEY
                   PERFORM 435-RECORD-FINANCE-CHARGE-ROUTINE
           END-WRITE
        .

       435-RECORD-FINANCE-CHARGE-ROUTINE.

           MOVE SPACES TO FINANCE-CHARGE-RECORD
           MOVE WS-CURRENT-CUSTOMER-ID TO FC-CUSTOMER-ID
           MOVE RL-BATCH-NUMBER TO FC-BATCH-NUMBER
           MOVE WS-TODAY-CC TO FC-CHARGE-DATE
           MOVE WS-CHARGE-AMOUNT TO FC-CHARGE-AMOUNT
           WRITE FINANCE-CHARGE-RECORD

           MOVE WS-TODAY-CC TO DH-LAST-CHARGE-DATE
           ADD WS-CHARGE-AMOUNT TO DH-TOTAL-CHARGED
           ADD WS-CHARGE-AMOUNT TO WS-TOTAL-OPEN
           ADD 1 TO WS-CHARGE-COUNT
           ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL

      *    THE CHARGE GOES ON TONIGHT'S LETTER WITH THE OTHER ITEMS
           IF WS-ITEM-COUNT LESS THAN 200
               ADD 1 TO WS-ITEM-COUNT
               MOVE RL-BATCH-NUMBER TO IT-BATCH-NUMBER (WS-ITEM-COUNT)
               MOVE "F" TO IT-ITEM-TYPE (WS-ITEM-COUNT)
               MOVE WS-TODAY-CC TO IT-STATEMENT-DATE (WS-ITEM-COUNT)
               MOVE WS-CHARGE-AMOUNT
                   TO IT-ORIGINAL-AMOUNT (WS-ITEM-COUNT)
               MOVE WS-CHARGE-AMOUNT
                   TO IT-OPEN-AMOUNT (WS-ITEM-COUNT)
               MOVE ZEROES TO IT-AGE-DAYS (WS-ITEM-COUNT)
           END-IF
        .

       440-DECIDE-LETTER-ROUTINE.

      *    A WORSE BUCKET ALWAYS EARNS A NEW LETTER; OTHERWISE THE
      *    CUSTOMER HEARS FROM US AGAIN ONLY WHEN THE LAST LETTER
      *    IS A MONTH OLD
           IF DH-LAST-LETTER-DATE = ZERO
               MOVE "YES" TO WS-LETTER-DUE-SW
           ELSE
               COMPUTE WS-ITEM-INTEGER = FUNCTION INTEGER-OF-DATE
                   (DH-LAST-LETTER-DATE)
               COMPUTE WS-DAYS-SINCE-LETTER =
                   WS-TODAY-INTEGER - WS-ITEM-INTEGER
               IF WS-DUNNING-LEVEL GREATER THAN DH-LAST-LEVEL
                       OR WS-DAYS-SINCE-LETTER
                           NOT LESS THAN WS-RESEND-DAYS
                   MOVE "YES" TO WS-LETTER-DUE-SW
               END-IF
           END-IF
        .

       450-PRINT-LETTER-ROUTINE.

           WRITE LETTER-RECORD FROM REPORT-HEADING-ONE
               AFTER ADVANCING PAGE.

           MOVE LETTER-HEADING-LINE TO LETTER-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE

           MOVE LETTER-DATE-LINE TO LETTER-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE

           MOVE WS-CUSTOMER-NAME TO LA-TEXT
           MOVE LETTER-ADDRESS-LINE TO LETTER-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE

           IF WS-ON-MASTER-SW = "YES"
               MOVE CM-ADDRESS-LINE TO LA-TEXT
               MOVE LETTER-ADDRESS-LINE TO LETTER-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 310-WRITE-LETTER-LINE-ROUTINE

               MOVE CM-CITY TO LA-CITY
               MOVE CM-STATE TO LA-STATE
               MOVE CM-ZIP TO LA-ZIP
               MOVE LETTER-CITY-LINE TO LETTER-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 310-WRITE-LETTER-LINE-ROUTINE
           ELSE
               MOVE "*** NO ADDRESS ON FILE ***" TO LA-TEXT
               MOVE LETTER-ADDRESS-LINE TO LETTER-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 310-WRITE-LETTER-LINE-ROUTINE
           END-IF

           MOVE WS-CURRENT-CUSTOMER-ID TO LC-CUSTOMER-ID
           MOVE WS-DUNNING-LEVEL TO LC-LEVEL
           EVALUATE WS-DUNNING-LEVEL
               WHEN 1
                   MOVE "30 DAYS PAST DUE" TO LC-LEVEL-TEXT
               WHEN 2
                   MOVE "60 DAYS PAST DUE" TO LC-LEVEL-TEXT
               WHEN OTHER
                   MOVE "90+ DAYS PAST DUE" TO LC-LEVEL-TEXT
           END-EVALUATE
           MOVE LETTER-ACCOUNT-LINE TO LETTER-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE

           MOVE 2 TO PROPER-SPACING
           MOVE 1 TO WS-WORDING-SUB
           PERFORM UNTIL WS-WORDING-SUB > 4
               MOVE WS-WORDING-LINE (WS-DUNNING-LEVEL, WS-WORDING-SUB)
                   TO LT-TEXT
               MOVE LETTER-TEXT-LINE TO LETTER-RECORD
               PERFORM 310-WRITE-LETTER-LINE-ROUTINE
               MOVE 1 TO PROPER-SPACING
               ADD 1 TO WS-WORDING-SUB
           END-PERFORM

           MOVE LETTER-COLUMN-HEADING TO LETTER-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE

           MOVE 1 TO WS-ITEM-SUB
           PERFORM UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               PERFORM 460-PRINT-LETTER-ITEM-ROUTINE
               ADD 1 TO WS-ITEM-SUB
           END-PERFORM

           MOVE "TOTAL NOW OWING:    " TO LL-DESCRIPTION
           MOVE WS-TOTAL-OPEN TO LL-AMOUNT
           MOVE LETTER-TOTAL-LINE TO LETTER-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE

           MOVE "PAST DUE 30+ DAYS:  " TO LL-DESCRIPTION
           MOVE WS-PAST-DUE-BALANCE TO LL-AMOUNT
           MOVE LETTER-TOTAL-LINE TO LETTER-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE

           IF WS-CHARGE-AMOUNT GREATER THAN ZERO
               MOVE "FINANCE CHARGE:     " TO LL-DESCRIPTION
               MOVE WS-CHARGE-AMOUNT TO LL-AMOUNT
               MOVE LETTER-TOTAL-LINE TO LETTER-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 310-WRITE-LETTER-LINE-ROUTINE
           END-IF

           MOVE "PLEASE QUOTE YOUR ACCOUNT NUMBER WITH YOUR REMITTANCE."
               TO LX-TEXT
           MOVE LETTER-CLOSING-LINE TO LETTER-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE

           MOVE "ACCOUNTS RECEIVABLE DEPARTMENT, ASHRALS LTD"
               TO LX-TEXT
           MOVE LETTER-CLOSING-LINE TO LETTER-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE

           MOVE WS-DUNNING-LEVEL TO DH-LAST-LEVEL
           MOVE WS-TODAY-CC TO DH-LAST-LETTER-DATE
           MOVE RL-BATCH-NUMBER TO DH-LAST-BATCH-NUMBER
           ADD 1 TO DH-LETTER-COUNT

           EVALUATE WS-DUNNING-LEVEL
               WHEN 1
                   ADD 1 TO WS-LETTER-COUNT-1
               WHEN 2
                   ADD 1 TO WS-LETTER-COUNT-2
               WHEN OTHER
                   ADD 1 TO WS-LETTER-COUNT-3
           END-EVALUATE
        .

       460-PRINT-LETTER-ITEM-ROUTINE.

           MOVE IT-STATEMENT-DATE (WS-ITEM-SUB) (5:2) TO LI-MM
           MOVE IT-STATEMENT-DATE (WS-ITEM-SUB) (7:2) TO LI-DD
           MOVE IT-STATEMENT-DATE (WS-ITEM-SUB) (1:4) TO LI-CCYY
           MOVE IT-BATCH-NUMBER (WS-ITEM-SUB) TO LI-BATCH-NUMBER
           IF IT-ITEM-TYPE (WS-ITEM-SUB) = "F"
               MOVE "FINANCE CHARGE" TO LI-ITEM-TEXT
           ELSE
               MOVE "STATEMENT" TO LI-ITEM-TEXT
           END-IF
           MOVE IT-ORIGINAL-AMOUNT (WS-ITEM-SUB) TO LI-ORIGINAL-AMOUNT
           MOVE IT-OPEN-AMOUNT (WS-ITEM-SUB) TO LI-OPEN-AMOUNT
           MOVE IT-AGE-DAYS (WS-ITEM-SUB) TO LI-AGE-DAYS

           MOVE LETTER-ITEM-LINE TO LETTER-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 310-WRITE-LETTER-LINE-ROUTINE
        .

       470-CHECK-BROUGHT-CURRENT-ROUTINE.

      *    A CUSTOMER WHO HAS CAUGHT UP STARTS AGAIN AT THE FIRST
      *    REMINDER THE NEXT TIME THEY FALL BEHIND
           IF WS-HISTORY-NEW-SW = "NO"
                   AND DH-LAST-LEVEL GREATER THAN ZERO
               MOVE ZEROES TO DH-LAST-LEVEL
               REWRITE DUNNING-HISTORY-RECORD
               ADD 1 TO WS-BROUGHT-CURRENT-COUNT
               MOVE "ACCOUNT BROUGHT CURRENT - LEVEL RESET"
                   TO WS-REGISTER-NOTE
               PERFORM 490-WRITE-REGISTER-LINE-ROUTINE
           END-IF
        .

       480-SAVE-HISTORY-ROUTINE.

           IF WS-HISTORY-NEW-SW = "YES"
               WRITE DUNNING-HISTORY-RECORD
           ELSE
               REWRITE DUNNING-HISTORY-RECORD
           END-IF
        .

       490-WRITE-REGISTER-LINE-ROUTINE.

           MOVE WS-CURRENT-CUSTOMER-ID TO RG-CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME TO RG-CUSTOMER-NAME
           MOVE WS-TOTAL-OPEN TO RG-TOTAL-OPEN
           MOVE WS-PAST-DUE-BALANCE TO RG-PAST-DUE
           MOVE WS-DUNNING-LEVEL TO RG-LEVEL
           IF WS-LETTER-DUE-SW = "YES"
               MOVE "SENT" TO RG-LETTER
           ELSE
               MOVE "-" TO RG-LETTER
           END-IF
           MOVE WS-CHARGE-AMOUNT TO RG-CHARGE

           MOVE REGISTER-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           IF WS-REGISTER-NOTE NOT = SPACES
               MOVE WS-REGISTER-NOTE TO RN-NOTE
               MOVE REGISTER-NOTE-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF
        .

       550-END-OF-RUN-ROUTINE.

           MOVE "CUSTOMERS WITH OPEN ITEMS:  " TO CT-DESCRIPTION
           MOVE WS-CUSTOMERS-AGED-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "CUSTOMERS PAST DUE:         " TO CT-DESCRIPTION
           MOVE WS-PAST-DUE-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "LETTERS SENT - 30 DAYS:     " TO CT-DESCRIPTION
           MOVE WS-LETTER-COUNT-1 TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "LETTERS SENT - 60 DAYS:     " TO CT-DESCRIPTION
           MOVE WS-LETTER-COUNT-2 TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "LETTERS SENT - 90+ DAYS:    " TO CT-DESCRIPTION
           MOVE WS-LETTER-COUNT-3 TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "PAST DUE, LETTER NOT DUE:   " TO CT-DESCRIPTION
           MOVE WS-NOT-YET-DUE-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "ACCOUNTS BROUGHT CURRENT:   " TO CT-DESCRIPTION
           MOVE WS-BROUGHT-CURRENT-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "FINANCE CHARGES ASSESSED:   " TO CT-DESCRIPTION
           MOVE WS-CHARGE-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "CHARGES ALREADY ON FILE:    " TO CT-DESCRIPTION
           MOVE WS-CHARGE-ON-FILE-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "TOTAL PAST DUE 30+ DAYS:    " TO AT-DESCRIPTION
           MOVE WS-PAST-DUE-TOTAL TO AT-AMOUNT
           MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "TOTAL FINANCE CHARGES:      " TO AT-DESCRIPTION
           MOVE WS-CHARGE-TOTAL TO AT-AMOUNT
           MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           DISPLAY "CUSTOMERS PAST DUE:            " WS-PAST-DUE-COUNT
           DISPLAY "DUNNING LETTERS PRINTED:       "
               WS-LETTER-COUNT-1 " / " WS-LETTER-COUNT-2 " / "
               WS-LETTER-COUNT-3
           DISPLAY "FINANCE CHARGES POSTED:        " WS-CHARGE-COUNT
           DISPLAY "FINANCE CHARGE TOTAL:          " WS-CHARGE-TOTAL
        .

       600-CLOSE-ROUTINE.

           CLOSE AR-OPEN-ITEM-FILE
                 CUSTOMER-MASTER-FILE
                 DUNNING-HISTORY-FILE
                 FINANCE-CHARGE-FILE
                 LETTER-OUT-FILE
                 REGISTER-OUT-FILE

      *    RECORDED ONLY AT CLEAN END OF JOB, THE SAME AS THE CASH
      *    POSTER'S BATCH CONTROL
           OPEN OUTPUT COLLECTIONS-CONTROL-FILE
           MOVE RL-BATCH-NUMBER TO CC-LAST-BATCH-WORKED
           WRITE COLLECTIONS-CONTROL-RECORD
           CLOSE COLLECTIONS-CONTROL-FILE

           PERFORM 610-STAMP-RUN-END-ROUTINE
           STOP RUN
        .

       610-STAMP-RUN-END-ROUTINE.

           MOVE "E" TO RL-ACTION
           MOVE RETURN-CODE TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER
        .
