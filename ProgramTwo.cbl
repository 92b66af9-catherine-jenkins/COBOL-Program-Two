      *    ACCUMULATE GROUP SALES VALUE TOTAL
      *    ACCUMULATE GRAND TOTAL FOR ALL QUANTITY SOLD
      *    ACCUMULATE GRAND TOTAL FOR ALL SALES VALUES
      ****************************************************************
      * CREDIT CHECK:
      *    A SALE THAT CLEARS THE EDITS IS HELD OFF THE REPORTS AND
      *    WRITTEN TO THE CREDIT HOLD FILE (CreditHoldFile.txt)
      *    WHEN ITS CUSTOMER IS FLAGGED FOR CREDIT HOLD ON THE
      *    CUSTOMER MASTER, OR WHEN THE CUSTOMER'S OPEN ITEMS ON
      *    AROPEN.dat PLUS THE NET VALUE OF THIS RUN'S SALES EXCEED
      *    THE CREDIT LIMIT ON THE MASTER.  SALES RELEASED BY
      *    ProgramTwoCreditRelease COME BACK IN ON PR2FA20H.txt
      *    AND POST WITHOUT BEING CHECKED AGAIN
      ****************************************************************
      * CLOSED PERIODS:
      *    A SALE OR RETURN DATED IN A MONTH ProgramTwoPeriodClose
      *    HAS CLOSED (PeriodControl.dat) IS EITHER REJECTED WITH
      *    REASON 09, OR RE-DATED TO THE FIRST DAY OF THE OPEN MONTH
      *    AND POSTED THERE, AS CHOSEN ON THIS PROGRAM'S RECORD ON
      *    ProgramTwoParams.txt (SEE PARMREC COPYBOOK).  WITH NO
      *    RECORD THE RUN REJECTS
      ****************************************************************
      * MERGED CUSTOMERS:
      *    A SALE KEYED TO A CUSTOMER ID ProgramTwoCustMerge HAS
      *    MERGED INTO ANOTHER (CM-MERGED-TO-ID ON THE CUSTOMER
      *    MASTER) IS POSTED TO THE SURVIVING ID AND NAME BEFORE THE
      *    REST OF THE EDITS.  IF THE SURVIVOR IS NOT ON THE MASTER
      *    OR IS INACTIVE ITSELF THE SALE KEEPS THE OLD ID, AND THE
      *    DISCREPANCY FILE FLAGS IT AS AN INACTIVE CUSTOMER
      ****************************************************************
      * ORDER RELEASES:
      *    THE SHIPPABLE QUANTITY OF EACH ORDER ALLOCATED BY
      *    ProgramTwoOrderEntry, AND EACH BACKORDER FILLED BY
      *    ProgramTwoReceiving, COMES IN ON PR2FA20O.txt IN THE
      *    SALES EXTRACT LAYOUT AFTER THE CREDIT RELEASES.  THEY FACE
      *    EVERY EDIT AND THE CREDIT CHECK, BUT NOT THE DUPLICATE
      *    CHECK - TWO SHIPMENTS AGAINST ONE ORDER ON THE SAME DAY
      *    ARE NOT THE SAME SALE KEYED TWICE
      ****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT CREDIT-WORK-FILE
               ASSIGN TO 'PR2FA20V.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-HOLD-FILE
               ASSIGN TO 'CreditHoldFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-HOLD-STATUS.
           SELECT CREDIT-RELEASE-FILE
               ASSIGN TO 'PR2FA20H.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT ORDER-RELEASE-FILE
               ASSIGN TO 'PR2FA20O.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-RELEASE-STATUS.
           SELECT AR-OPEN-ITEM-FILE
               ASSIGN TO 'AROPEN.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO 'PeriodControl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO 'ProgramTwoParams.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RECYCLE-SALES-RECORD               PIC X(64).

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.

           COPY HISTREC.

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 67 CHARACTERS.

           COPY RUNTOT.


           COPY CONTRACT.

       FD  CREDIT-WORK-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01  CREDIT-WORK-RECORD.
           05  CW-RELEASED-SW              PIC X(1).
           05  CW-SALES-RECORD             PIC X(64).

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.

           COPY CRHOLD.

       FD  CREDIT-RELEASE-FILE
           RECORD CONTAINS 64 CHARACTERS.

       01  CREDIT-RELEASE-RECORD              PIC X(64).

       FD  ORDER-RELEASE-FILE
           RECORD CONTAINS 64 CHARACTERS.

       01  ORDER-RELEASE-RECORD               PIC X(64).

       FD  AR-OPEN-ITEM-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY AROPEN.

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY PERIODCTL.

       FD  PARAMETER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY PARMREC.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 WS-RECYCLE-STATUS            PIC X(2).
           05 WS-RECYCLE-EOF-SW            PIC X(1)    VALUE "N".
           05 WS-RECYCLE-PASS-SW           PIC X(3)    VALUE "NO".
           05 WS-RELEASE-STATUS            PIC X(2).
           05 WS-RELEASE-EOF-SW            PIC X(1)    VALUE "N".
           05 WS-RELEASE-PASS-SW           PIC X(3)    VALUE "NO".
           05 WS-ORDER-RELEASE-STATUS      PIC X(2).
           05 WS-ORDER-EOF-SW              PIC X(1)    VALUE "N".
           05 WS-ORDER-PASS-SW             PIC X(3)    VALUE "NO".

      *    SIGNATURES (SR-KEY + TRANSACTION DATE + QUANTITY) OF THE
      *    TRANSACTIONS POSTED OVER THE LAST SEVERAL BATCHES.  THE
      *    THE WHOLE FILE IS SCANNED AND PROVED AGAINST THE TRAILER,
      *    AND THE BATCH NUMBER AGAINST THE RUN CONTROL FILE OF
      *    BATCHES ALREADY POSTED, BEFORE ANY DETAIL IS PROCESSED
      *    A TRANSACTION DATED IN OR BEFORE THE LAST CLOSED MONTH
      *    IS REJECTED (REASON 09) WHEN WS-CLOSED-PERIOD-OPTION IS
      *    "R", OR RE-DATED TO WS-OPEN-PERIOD-DATE - THE FIRST DAY
      *    OF THE MONTH AFTER THE LAST ONE CLOSED - WHEN IT IS "P".
      *    NO PERIOD CONTROL FILE MEANS NO MONTH HAS BEEN CLOSED
       01  WS-PERIOD-FIELDS.
           05 WS-PERIOD-STATUS             PIC X(2).
           05 WS-PERIOD-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-LAST-CLOSED-PERIOD        PIC 9(6)    VALUE 0.
           05 WS-TRANS-PERIOD              PIC 9(6)    VALUE 0.
           05 WS-OPEN-PERIOD-DATE          PIC 9(8)    VALUE 0.
           05 WS-OPEN-PERIOD-DATE-R REDEFINES WS-OPEN-PERIOD-DATE.
               10 WS-OPEN-CCYY             PIC 9(4).
               10 WS-OPEN-MM               PIC 9(2).
               10 WS-OPEN-DD               PIC 9(2).
      *    THE DATE AS KEYED, KEPT FOR THE SIGNATURE FILE WHEN THE
      *    TRANSACTION ITSELF IS RE-DATED INTO THE OPEN MONTH
           05 WS-KEYED-TRANS-DATE          PIC 9(8)    VALUE 0.
           05 WS-CLOSED-PERIOD-OPTION      PIC X(1)    VALUE "R".
           05 WS-CLOSED-REJECT-COUNT       PIC 9(5)    VALUE 0.
           05 WS-CLOSED-MOVED-COUNT        PIC 9(5)    VALUE 0.
           05 WS-PARAMETER-STATUS          PIC X(2).
           05 WS-PARM-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-PARM-FOUND-SW             PIC X(3)    VALUE "NO".

      *    SALES KEYED TO A MERGED CUSTOMER ID AND POSTED TO THE
      *    SURVIVING ID INSTEAD
       01  WS-MERGE-FIELDS.
           05 WS-SURVIVOR-ID               PIC 9(5)    VALUE 0.
           05 WS-MERGE-REDIRECT-COUNT      PIC 9(5)    VALUE 0.

       01  WS-BATCH-FIELDS.
           05 WS-BATCH-CONTROL-STATUS      PIC X(2).
           05 WS-SCAN-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-RECYCLE-READ-COUNT        PIC 9(5)    VALUE 0.
           05 WS-GOOD-COUNT                PIC 9(7)    VALUE 0.
           05 WS-HISTORY-WRITTEN-COUNT     PIC 9(5)    VALUE 0.
           05 WS-RELEASE-READ-COUNT        PIC 9(5)    VALUE 0.
           05 WS-CREDIT-HELD-COUNT         PIC 9(5)    VALUE 0.
           05 WS-ORDER-READ-COUNT          PIC 9(5)    VALUE 0.

      *    A VALIDATED SALE GOES TO THE CREDIT WORK FILE FIRST AND
      *    ITS VALUE IS ADDED TO ITS CUSTOMER'S NET FOR THE RUN.
      *    ONCE EVERY SALE IS IN, EACH CUSTOMER IS DECIDED ONCE -
      *    PASS OR HOLD - AND THE WORK FILE IS SPLIT BETWEEN THE
      *    GOOD FILE AND THE CREDIT HOLD FILE ON THAT DECISION.
      *    WS-CR-DECISION: "U" = NOT YET DECIDED, "P" = PASS,
      *    "H" = HOLD
       01  WS-CREDIT-FIELDS.
           05 WS-CREDIT-HOLD-STATUS        PIC X(2).
           05 WS-AROPEN-STATUS             PIC X(2).
           05 WS-AROPEN-FILE-SW            PIC X(3)    VALUE "NO".
           05 WS-AROPEN-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-CREDIT-WORK-EOF-SW        PIC X(1)    VALUE "N".
           05 WS-HOLD-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-CREDIT-FOUND-SW           PIC X(3)    VALUE "NO".
           05 WS-CREDIT-SALES-VALUE        PIC S9(6)V99 VALUE 0.
           05 WS-CREDIT-EXPOSURE           PIC S9(9)V99 VALUE 0.
           05 WS-CREDIT-HELD-VALUE         PIC S9(9)V99 VALUE 0.
           05 WS-TODAY-CC                  PIC 9(8)    VALUE 0.
           05 WS-DATE-TEMP                 PIC 9(8)    VALUE 0.

       01  WS-CREDIT-TABLE.
           05 WS-CR-ENTRY-COUNT            PIC 9(4)    VALUE 0.
           05 WS-CR-SUB                    PIC 9(4)    VALUE 0.
           05 WS-CR-ENTRY                  OCCURS 1000 TIMES.
               10 WS-CR-CUSTOMER-ID        PIC 9(5).
               10 WS-CR-NET-SALES          PIC S9(9)V99.
               10 WS-CR-DECISION           PIC X(1).
               10 WS-CR-REASON-CODE        PIC X(2).
               10 WS-CR-REASON-TEXT        PIC X(20).
               10 WS-CR-CREDIT-LIMIT       PIC 9(7)V99.
               10 WS-CR-OPEN-AMOUNT        PIC S9(9)V99.

       01  WS-PRODMAST-FIELDS.
           05 WS-PRODMAST-STATUS           PIC X(2).
                                       "NO EXCEPTIONS WERE DETECTED".
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  CREDIT-HOLD-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "SALES HELD FOR CREDIT:".
           05  EL-CREDIT-HELD-COUNT PIC ZZ,ZZ9.
           05                      PIC X(4)    VALUE SPACES.
           05  EL-CREDIT-HELD-VALUE PIC $ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(16)   VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-CUSTOMER-NAME    PIC X(25).
       100-MAIN-MODULE.

           PERFORM 165-VERIFY-BATCH-ROUTINE
           PERFORM 161-LOAD-PERIOD-CONTROL-ROUTINE
           PERFORM 168-STAMP-RUN-START-ROUTINE
           PERFORM 150-HOUSEKEEPING
           PERFORM 170-VALIDATE-SALES-FILE-ROUTINE
           PERFORM 190-APPLY-CREDIT-CHECK-ROUTINE
           PERFORM 185-WRITE-EXCEPTION-SUMMARY-ROUTINE
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 250-WRITE-COLUMN-HEADERS-ROUTINE
           OPEN INPUT  SALES-IN-FILE
                        CUSTOMER-MASTER-FILE
                        PRODUCT-MASTER-FILE
                OUTPUT CREDIT-WORK-FILE
                OUTPUT SALES-REJECT-FILE
           OPEN EXTEND SALES-HISTORY-FILE

           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

      *    TODAY AS CCYYMMDD - THE DATE STAMPED ON EVERY CREDIT HOLD
           ADD 20000000 TO WS-TODAY-CC
           MULTIPLY WS-YEAR BY 10000 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           MULTIPLY WS-MONTH BY 100 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           ADD WS-DAY TO WS-TODAY-CC
        .

       160-CHECK-FOR-RESTART-ROUTINE.
           OPEN OUTPUT RESTART-FILE
        .

       161-LOAD-PERIOD-CONTROL-ROUTINE.

      *    THE LAST MONTH CLOSED AND WHAT TO DO WITH A TRANSACTION
      *    DATED IN IT ARE SETTLED BEFORE THE RUN IS STAMPED AS
      *    STARTED - A BAD PARAMETER STOPS THE RUN WITH NOTHING
      *    POSTED.  FILE STATUS 35 JUST MEANS NO MONTH IS CLOSED
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

           PERFORM 162-READ-PARAMETER-FILE-ROUTINE

           IF WS-PARM-FOUND-SW = "YES"
               IF PR-SELECTION-MODE = "R" OR PR-SELECTION-MODE = "P"
                   MOVE PR-SELECTION-MODE TO WS-CLOSED-PERIOD-OPTION
               ELSE
                   DISPLAY "INVALID PROGRAMTWO PARAMETER RECORD - "
                       "MODE " PR-SELECTION-MODE
                       " VALUE " PR-SELECTION-VALUE
                       " - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
        .

       162-READ-PARAMETER-FILE-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO PARAMETER FILE WAS SUPPLIED
      *    - THE RUN IS UNATTENDED, SO IT REJECTS RATHER THAN ASKS
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "35"
               PERFORM UNTIL WS-PARM-EOF-SW = "Y"
                       OR WS-PARM-FOUND-SW = "YES"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF-SW
                       NOT AT END
                           IF PR-PROGRAM-NAME = "PROGRAMTWO"
                               MOVE "YES" TO WS-PARM-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF
        .

       165-VERIFY-BATCH-ROUTINE.

      *    PROVE THE EXTRACT IS WHOLE AND HAS NOT ALREADY BEEN
               PERFORM 167-CHECK-RUN-CONTROL-ROUTINE
           END-IF

           IF WS-BATCH-ERROR-SW = "NO"
               PERFORM 164-CHECK-CREDIT-HOLD-FILE-ROUTINE
           END-IF

           IF WS-BATCH-ERROR-SW = "YES"
               DISPLAY "BATCH " WS-BATCH-NUMBER
                   " REFUSED - NO RECORDS WERE POSTED"
           END-IF
        .

       164-CHECK-CREDIT-HOLD-FILE-ROUTINE.

      *    THE CREDIT HOLD FILE IS REWRITTEN BY EVERY RUN, SO THE
      *    LAST RUN'S HOLDS MUST HAVE BEEN MOVED ONTO THE CARRY FILE
      *    BY ProgramTwoCreditRelease BEFORE THIS RUN MAY START OR
      *    THEY ARE LOST.  HOLDS STAMPED WITH THIS RUN'S OWN BATCH
      *    NUMBER ARE FROM A DEAD RUN OF THIS SAME BATCH AND ARE
      *    SIMPLY WRITTEN AGAIN.  FILE STATUS 35 JUST MEANS NO RUN
      *    HAS HELD ANYTHING YET
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-CREDIT-HOLD-STATUS NOT = "35"
               PERFORM UNTIL WS-HOLD-EOF-SW = "Y"
                   READ CREDIT-HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-HOLD-EOF-SW
                       NOT AT END
                           IF HD-BATCH-NUMBER NOT = WS-BATCH-NUMBER
                               DISPLAY "CREDIT HOLDS FROM BATCH "
                                   HD-BATCH-NUMBER " HAVE NOT BEEN "
                                   "WORKED BY ProgramTwoCreditRelease"
                               MOVE "YES" TO WS-BATCH-ERROR-SW
                               MOVE "Y" TO WS-HOLD-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF
        .

       166-SCAN-BATCH-RECORD-ROUTINE.

           EVALUATE TRUE
           END-IF
           MOVE "NO" TO WS-RECYCLE-PASS-SW

      *    CREDIT-HELD SALES RELEASED BY ProgramTwoCreditRelease
      *    FOLLOW THE RECYCLED REJECTS.  THEY STILL FACE THE EDITS,
      *    BUT NOT THE DUPLICATE CHECK (THEIR OWN SIGNATURE WAS
      *    WRITTEN BY THE RUN THAT HELD THEM) OR THE CREDIT CHECK
      *    THEY HAVE JUST BEEN APPROVED THROUGH.  FILE STATUS 35
      *    JUST MEANS NOTHING WAS RELEASED
           MOVE "YES" TO WS-RELEASE-PASS-SW
           OPEN INPUT CREDIT-RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "35"
               PERFORM UNTIL WS-RELEASE-EOF-SW = "Y"
                   READ CREDIT-RELEASE-FILE
                       AT END
                           MOVE "Y" TO WS-RELEASE-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RELEASE-READ-COUNT
                           MOVE CREDIT-RELEASE-RECORD TO SALES-RECORD
                           PERFORM 175-VALIDATE-SALES-RECORD-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-RELEASE-FILE
           END-IF
           MOVE "NO" TO WS-RELEASE-PASS-SW

      *    ORDER RELEASES AND FILLED BACKORDERS COME LAST.  FILE
      *    STATUS 35 JUST MEANS NO ORDER HAS BEEN RELEASED
           MOVE "YES" TO WS-ORDER-PASS-SW
           OPEN INPUT ORDER-RELEASE-FILE
           IF WS-ORDER-RELEASE-STATUS NOT = "35"
               PERFORM UNTIL WS-ORDER-EOF-SW = "Y"
                   READ ORDER-RELEASE-FILE
                       AT END
                           MOVE "Y" TO WS-ORDER-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ORDER-READ-COUNT
                           MOVE ORDER-RELEASE-RECORD TO SALES-RECORD
                           PERFORM 175-VALIDATE-SALES-RECORD-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE ORDER-RELEASE-FILE
           END-IF
           MOVE "NO" TO WS-ORDER-PASS-SW

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ SALES-IN-FILE
                   AT END
           END-PERFORM

           CLOSE SALES-IN-FILE
                 CREDIT-WORK-FILE
                 SALES-REJECT-FILE
                 TRANS-SIGNATURE-FILE
        .

       175-VALIDATE-SALES-RECORD-ROUTINE.
                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE

           IF WS-VALID-RECORD-SW = "YES"
               PERFORM 186-REDIRECT-MERGED-CUSTOMER-ROUTINE
           END-IF

           IF WS-VALID-RECORD-SW = "YES"
               PERFORM 177-CHECK-PRODUCT-MASTER-ROUTINE
           END-IF

           IF WS-VALID-RECORD-SW = "YES"
                   AND WS-RECYCLE-PASS-SW = "NO"
                   AND WS-RELEASE-PASS-SW = "NO"
                   AND WS-ORDER-PASS-SW = "NO"
               PERFORM 180-CHECK-DUPLICATE-ROUTINE
           END-IF

           MOVE SR-TRANSACTION-DATE TO WS-KEYED-TRANS-DATE

           IF WS-VALID-RECORD-SW = "YES"
                   AND WS-LAST-CLOSED-PERIOD GREATER THAN ZERO
               PERFORM 184-CHECK-CLOSED-PERIOD-ROUTINE
           END-IF

           IF WS-VALID-RECORD-SW = "NO"
               PERFORM 176-WRITE-REJECT-RECORD-ROUTINE
               PERFORM 178-WRITE-EXCEPTION-LINE-ROUTINE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               PERFORM 182-WRITE-CREDIT-WORK-ROUTINE
               PERFORM 181-WRITE-SIGNATURE-ROUTINE
           END-IF
        .
       181-WRITE-SIGNATURE-ROUTINE.

      *    EVERY POSTED TRANSACTION LEAVES ITS SIGNATURE ON FILE SO
      *    THE NEXT FEW BATCHES CAN BE CHECKED AGAINST IT.  THE DATE
      *    SIGNED IS THE ONE KEYED, NOT THE OPEN-MONTH DATE A CLOSED-
      *    MONTH SALE WAS RE-DATED TO, SO THE SAME SALE KEYED AGAIN
      *    STILL MATCHES
           MOVE WS-BATCH-NUMBER TO SG-BATCH-NUMBER
           MOVE SR-KEY TO SG-KEY
           MOVE WS-KEYED-TRANS-DATE TO SG-TRANS-DATE
           MOVE SR-QUANTITY-SOLD TO SG-QUANTITY

           WRITE TRANS-SIGNATURE-RECORD
           ADD 1 TO WS-SIGNATURE-WRITE-COUNT
        .

       182-WRITE-CREDIT-WORK-ROUTINE.

      *    THE RECORD WAITS ON THE WORK FILE UNTIL EVERY SALE IN THE
      *    RUN HAS BEEN EDITED - A CUSTOMER'S CREDIT CANNOT BE
      *    JUDGED ON THE FIRST OF THEIR SALES ALONE.  RELEASED SALES
      *    COUNT TOWARD THE CUSTOMER'S NET TOO - THEY ARE STILL NEW
      *    BUSINESS ON THE ACCOUNT
           IF WS-RELEASE-PASS-SW = "YES"
               MOVE "Y" TO CW-RELEASED-SW
           ELSE
               MOVE "N" TO CW-RELEASED-SW
           END-IF
           MOVE SALES-RECORD TO CW-SALES-RECORD
           WRITE CREDIT-WORK-RECORD

           MULTIPLY SR-QUANTITY-SOLD BY SR-COST-PER-ITEM
               GIVING WS-CREDIT-SALES-VALUE

           PERFORM 183-FIND-CREDIT-ENTRY-ROUTINE

           IF WS-CREDIT-FOUND-SW = "YES"
               ADD WS-CREDIT-SALES-VALUE
                   TO WS-CR-NET-SALES (WS-CR-SUB)
           ELSE
               IF WS-CR-ENTRY-COUNT LESS THAN 1000
                   ADD 1 TO WS-CR-ENTRY-COUNT
                   MOVE WS-CR-ENTRY-COUNT TO WS-CR-SUB
                   MOVE SR-CUSTOMER-ID
                       TO WS-CR-CUSTOMER-ID (WS-CR-SUB)
                   MOVE WS-CREDIT-SALES-VALUE
                       TO WS-CR-NET-SALES (WS-CR-SUB)
                   MOVE "U" TO WS-CR-DECISION (WS-CR-SUB)
                   MOVE SPACES TO WS-CR-REASON-CODE (WS-CR-SUB)
                   MOVE SPACES TO WS-CR-REASON-TEXT (WS-CR-SUB)
                   MOVE ZEROES TO WS-CR-CREDIT-LIMIT (WS-CR-SUB)
                   MOVE ZEROES TO WS-CR-OPEN-AMOUNT (WS-CR-SUB)
               ELSE
                   DISPLAY "CREDIT TABLE FULL - CUSTOMER "
                       SR-CUSTOMER-ID " NOT CREDIT CHECKED"
               END-IF
           END-IF
        .

       183-FIND-CREDIT-ENTRY-ROUTINE.

           MOVE 1 TO WS-CR-SUB
           MOVE "NO" TO WS-CREDIT-FOUND-SW

           PERFORM UNTIL WS-CR-SUB GREATER THAN WS-CR-ENTRY-COUNT
                   OR WS-CREDIT-FOUND-SW = "YES"
               IF WS-CR-CUSTOMER-ID (WS-CR-SUB) = SR-CUSTOMER-ID
                   MOVE "YES" TO WS-CREDIT-FOUND-SW
               ELSE
                   ADD 1 TO WS-CR-SUB
               END-IF
           END-PERFORM
        .

       184-CHECK-CLOSED-PERIOD-ROUTINE.

      *    THE DUPLICATE CHECK HAS ALREADY SEEN THE DATE AS KEYED -
      *    ONLY NOW MAY A CLOSED-MONTH TRANSACTION BE RE-DATED
           DIVIDE SR-TRANSACTION-DATE BY 100 GIVING WS-TRANS-PERIOD

           IF WS-TRANS-PERIOD NOT GREATER THAN WS-LAST-CLOSED-PERIOD
               IF WS-CLOSED-PERIOD-OPTION = "P"
                   MOVE WS-OPEN-PERIOD-DATE TO SR-TRANSACTION-DATE
                   ADD 1 TO WS-CLOSED-MOVED-COUNT
               ELSE
                   MOVE "NO" TO WS-VALID-RECORD-SW
                   MOVE "09" TO WS-REJECT-REASON-CODE
                   MOVE "DATED IN A CLOSED PERIOD"
                       TO WS-REJECT-REASON-TEXT
                   ADD 1 TO WS-CLOSED-REJECT-COUNT
               END-IF
           END-IF
        .

       186-REDIRECT-MERGED-CUSTOMER-ROUTINE.

      *    DONE AHEAD OF THE CONTRACT PRICE, DUPLICATE AND CREDIT
      *    CHECKS SO EACH OF THEM SEES THE ACCOUNT THE SALE WILL
      *    ACTUALLY POST TO.  THE SURVIVOR'S NAME REPLACES THE OLD
      *    ONE SO THE NAME CROSS-CHECK DOES NOT FLAG EVERY SALE
           MOVE SR-CUSTOMER-ID TO CM-CUSTOMER-ID

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-STATUS = "I"
                           AND CM-MERGED-TO-ID NUMERIC
                           AND CM-MERGED-TO-ID GREATER THAN ZERO
                       MOVE CM-MERGED-TO-ID TO WS-SURVIVOR-ID
                       MOVE WS-SURVIVOR-ID TO CM-CUSTOMER-ID
                       READ CUSTOMER-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CM-STATUS NOT = "I"
                                   MOVE WS-SURVIVOR-ID
                                       TO SR-CUSTOMER-ID
                                   MOVE CM-CUSTOMER-NAME
                                       TO SR-CUSTOMER-NAME
                                   ADD 1 TO WS-MERGE-REDIRECT-COUNT
                               END-IF
                       END-READ
                   END-IF
           END-READ
        .

       176-WRITE-REJECT-RECORD-ROUTINE.

           MOVE SR-CUSTOMER-ID TO RJ-CUSTOMER-ID
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF

      *    HELD SALES ARE LISTED IN FULL BY ProgramTwoCreditHold -
      *    THE SALES REPORT ONLY SHOWS WHAT WAS KEPT OFF IT
           IF WS-CREDIT-HELD-COUNT GREATER THAN ZERO
               MOVE WS-CREDIT-HELD-COUNT TO EL-CREDIT-HELD-COUNT
               MOVE WS-CREDIT-HELD-VALUE TO EL-CREDIT-HELD-VALUE
               MOVE CREDIT-HOLD-TOTAL-LINE TO REPORT-RECORD
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF
        .

       190-APPLY-CREDIT-CHECK-ROUTINE.

      *    SPLIT THE VALIDATED SALES BETWEEN THE GOOD FILE AND THE
      *    CREDIT HOLD FILE.  THE HOLD FILE IS REWRITTEN, NOT
      *    EXTENDED, SO A RESTARTED RUN HOLDS THE SAME SALES ONCE.
      *    FILE STATUS 35 ON AROPEN.dat JUST MEANS NO STATEMENT RUN
      *    HAS POSTED AN OPEN ITEM YET - EVERY CUSTOMER OWES NOTHING
           OPEN INPUT  CREDIT-WORK-FILE
                OUTPUT GOOD-SALES-FILE
                OUTPUT CREDIT-HOLD-FILE

           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-AROPEN-STATUS = "35"
               MOVE "NO" TO WS-AROPEN-FILE-SW
           ELSE
               MOVE "YES" TO WS-AROPEN-FILE-SW
           END-IF

           PERFORM UNTIL WS-CREDIT-WORK-EOF-SW = "Y"
               READ CREDIT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-CREDIT-WORK-EOF-SW
                   NOT AT END
                       PERFORM 191-CREDIT-CHECK-RECORD-ROUTINE
               END-READ
           END-PERFORM

           CLOSE CREDIT-WORK-FILE
                 GOOD-SALES-FILE
                 CREDIT-HOLD-FILE
           IF WS-AROPEN-FILE-SW = "YES"
               CLOSE AR-OPEN-ITEM-FILE
           END-IF

           MOVE "N" TO NO-MORE-DATA
           OPEN INPUT GOOD-SALES-FILE
        .

       191-CREDIT-CHECK-RECORD-ROUTINE.

           MOVE CW-SALES-RECORD TO SALES-RECORD
           MOVE "NO" TO WS-CREDIT-FOUND-SW

           IF CW-RELEASED-SW NOT = "Y"
               PERFORM 183-FIND-CREDIT-ENTRY-ROUTINE
           END-IF

           IF WS-CREDIT-FOUND-SW = "YES"
               IF WS-CR-DECISION (WS-CR-SUB) = "U"
                   PERFORM 192-DECIDE-CREDIT-ROUTINE
               END-IF
           END-IF

           IF WS-CREDIT-FOUND-SW = "YES"
                   AND WS-CR-DECISION (WS-CR-SUB) = "H"
               PERFORM 194-WRITE-CREDIT-HOLD-ROUTINE
           ELSE
               MOVE SALES-RECORD TO GOOD-SALES-RECORD
               WRITE GOOD-SALES-RECORD
               ADD 1 TO WS-GOOD-COUNT
           END-IF
        .

       192-DECIDE-CREDIT-ROUTINE.

      *    A CUSTOMER NOT ON THE MASTER, OR WITH NO LIMIT SET, IS
      *    NOT HELD FOR AMOUNT - THE MISSING CUSTOMER IS ALREADY
      *    FLAGGED ON THE DISCREPANCY FILE BY THE REPORT PASS
           MOVE "P" TO WS-CR-DECISION (WS-CR-SUB)
           MOVE SR-CUSTOMER-ID TO CM-CUSTOMER-ID

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-CREDIT-LIMIT NUMERIC
                       MOVE CM-CREDIT-LIMIT
                           TO WS-CR-CREDIT-LIMIT (WS-CR-SUB)
                   END-IF
                   IF CM-CREDIT-HOLD = "Y"
                           OR WS-CR-CREDIT-LIMIT (WS-CR-SUB)
                               GREATER THAN ZERO
                       PERFORM 193-SUM-OPEN-ITEMS-ROUTINE
                   END-IF
                   ADD WS-CR-OPEN-AMOUNT (WS-CR-SUB)
                       WS-CR-NET-SALES (WS-CR-SUB)
                       GIVING WS-CREDIT-EXPOSURE
                   EVALUATE TRUE
                       WHEN CM-CREDIT-HOLD = "Y"
                           MOVE "H" TO WS-CR-DECISION (WS-CR-SUB)
                           MOVE "CH"
                               TO WS-CR-REASON-CODE (WS-CR-SUB)
                           MOVE "CUSTOMER ON HOLD"
                               TO WS-CR-REASON-TEXT (WS-CR-SUB)
                       WHEN WS-CR-CREDIT-LIMIT (WS-CR-SUB)
                               GREATER THAN ZERO
                               AND WS-CREDIT-EXPOSURE GREATER THAN
                                   WS-CR-CREDIT-LIMIT (WS-CR-SUB)
                           MOVE "H" TO WS-CR-DECISION (WS-CR-SUB)
                           MOVE "CL"
                               TO WS-CR-REASON-CODE (WS-CR-SUB)
                           MOVE "OVER CREDIT LIMIT"
                               TO WS-CR-REASON-TEXT (WS-CR-SUB)
                   END-EVALUATE
           END-READ
        .

       193-SUM-OPEN-ITEMS-ROUTINE.

      *    EVERY ITEM STILL OPEN FOR THE CUSTOMER COUNTS, WHATEVER
      *    ITS AGE - A CREDIT BALANCE LEFT OPEN REDUCES THE TOTAL
           IF WS-AROPEN-FILE-SW = "YES"
               MOVE SR-CUSTOMER-ID TO AR-CUSTOMER-ID
               MOVE ZEROES TO AR-BATCH-NUMBER
               MOVE "N" TO WS-AROPEN-EOF-SW

               START AR-OPEN-ITEM-FILE
                   KEY IS NOT LESS THAN AR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AROPEN-EOF-SW
               END-START

               PERFORM 195-READ-NEXT-OPEN-ITEM-ROUTINE
                   UNTIL WS-AROPEN-EOF-SW = "Y"
           END-IF
        .

       194-WRITE-CREDIT-HOLD-ROUTINE.

           MOVE SR-CUSTOMER-ID TO HD-CUSTOMER-ID
           MOVE WS-BATCH-NUMBER TO HD-BATCH-NUMBER
           MOVE WS-TODAY-CC TO HD-HOLD-DATE
           MOVE WS-CR-REASON-CODE (WS-CR-SUB) TO HD-REASON-CODE
           MOVE WS-CR-REASON-TEXT (WS-CR-SUB) TO HD-REASON-TEXT
           MOVE WS-CR-CREDIT-LIMIT (WS-CR-SUB) TO HD-CREDIT-LIMIT
           MOVE WS-CR-OPEN-AMOUNT (WS-CR-SUB) TO HD-OPEN-AMOUNT
           MOVE WS-CR-NET-SALES (WS-CR-SUB) TO HD-NET-SALES
           MOVE SALES-RECORD TO HD-SALES-RECORD

           WRITE CREDIT-HOLD-RECORD
           ADD 1 TO WS-CREDIT-HELD-COUNT

           MULTIPLY SR-QUANTITY-SOLD BY SR-COST-PER-ITEM
               GIVING WS-CREDIT-SALES-VALUE
           ADD WS-CREDIT-SALES-VALUE TO WS-CREDIT-HELD-VALUE
        .

       195-READ-NEXT-OPEN-ITEM-ROUTINE.

           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AROPEN-EOF-SW
               NOT AT END
                   IF AR-CUSTOMER-ID NOT = SR-CUSTOMER-ID
                       MOVE "Y" TO WS-AROPEN-EOF-SW
                   ELSE
                       IF AR-STATUS = "O"
                           ADD AR-OPEN-AMOUNT
                               TO WS-CR-OPEN-AMOUNT (WS-CR-SUB)
                       END-IF
                   END-IF
           END-READ
        .

       200-WRITE-REPORT-HEADERS-ROUTINE.
           OPEN OUTPUT SALES-RECYCLE-FILE
           CLOSE SALES-RECYCLE-FILE

      *    THE SAME GOES FOR THE CREDIT RELEASES AND THE ORDER
      *    RELEASES
           OPEN OUTPUT CREDIT-RELEASE-FILE
           CLOSE CREDIT-RELEASE-FILE
           OPEN OUTPUT ORDER-RELEASE-FILE
           CLOSE ORDER-RELEASE-FILE

           PERFORM 610-WRITE-RUN-TOTALS-ROUTINE
           PERFORM 620-POST-BATCH-ROUTINE

               WS-DUPLICATE-COUNT
           DISPLAY "SIGNATURES WRITTEN FOR THIS BATCH:    "
               WS-SIGNATURE-WRITE-COUNT
           DISPLAY "CREDIT RELEASES READ:                 "
               WS-RELEASE-READ-COUNT
           DISPLAY "ORDER RELEASES READ:                  "
               WS-ORDER-READ-COUNT
           DISPLAY "SALES HELD FOR CREDIT REVIEW:         "
               WS-CREDIT-HELD-COUNT
           DISPLAY "REJECTED AS DATED IN A CLOSED PERIOD: "
               WS-CLOSED-REJECT-COUNT
           DISPLAY "MOVED INTO OPEN PERIOD " WS-OPEN-PERIOD-DATE
               ":      " WS-CLOSED-MOVED-COUNT
           DISPLAY "MERGED CUSTOMER SALES REDIRECTED:     "
               WS-MERGE-REDIRECT-COUNT

           PERFORM 630-STAMP-RUN-END-ROUTINE

               TO RT-GRAND-SALES-VALUE-TOTAL
           MOVE WS-HISTORY-WRITTEN-COUNT TO RT-HISTORY-WRITTEN-COUNT
           MOVE WS-BATCH-NUMBER TO RT-BATCH-NUMBER
           MOVE WS-RELEASE-READ-COUNT TO RT-RELEASE-READ-COUNT
           MOVE WS-CREDIT-HELD-COUNT TO RT-CREDIT-HELD-COUNT
           MOVE WS-ORDER-READ-COUNT TO RT-ORDER-READ-COUNT

           WRITE RUN-TOTALS-RECORD

