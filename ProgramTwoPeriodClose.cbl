       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoPeriodClose.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that closes an accounting
      * month.  Nothing used to mark a month as finished: a
      * backlogged sale dated in a month accounting had already
      * reported and filed tax on posted straight into it, and
      * ProgramTwoGLExtract sent its entries after it.  This program
      * records the closed month on the period control file, the
      * file ProgramTwo's edit pass, ProgramTwoRejectRecycle and
      * ProgramTwoGLExtract check before letting anything post, and
      * snapshots the month-end control figures - accounts
      * receivable open items, inventory on hand, and the month's
      * commission history - onto the same record and onto a close
      * certificate, so the figures reported for the month can be
      * proved against later.
      * Months are closed in order: the first close may be any
      * month, every later one must be the month after the last one
      * closed, and a month that has not started yet cannot be
      * closed.  The control record is written last, at clean end of
      * job, so a run that dies leaves the month open to close
      * again.
      ****************************************************************
      * INPUT:
      *    The month to close (CCYYMM) comes from this program's
      *    record on ProgramTwoParams.txt when one is supplied (see
      *    PARMREC copybook); the operator is prompted at the
      *    console when it is not.
      *    PeriodControl.dat (see PERIODCTL copybook), the months
      *    already closed.  Missing means none.
      *    AROPEN.dat (see AROPEN copybook), every open item.
      *    INVMAST.dat (see INVMAST copybook), every product's on
      *    hand, valued at the PRODUCT MASTER unit price.
      *    CommissionHistoryFile.dat (see COMHIST copybook), the
      *    records belonging to the month (CO-TO-DATE falls in it).
      *    A master or history file that is missing is snapshotted
      *    as empty.
      ****************************************************************
      * OUTPUT:
      *    PeriodControl.dat extended with the closed month and its
      *    control figures.
      *    The PERIOD CLOSE CERTIFICATE:
      *         1. THE MONTH CLOSED AND WHERE IT WAS TAKEN FROM
      *         2. OPEN ITEM COUNT AND OPEN AMOUNT ON AROPEN.dat
      *         3. PRODUCTS, UNITS ON HAND AND THEIR VALUE
      *         4. COMMISSION HISTORY RECORDS, SALES VALUE AND
      *            COMMISSION FOR THE MONTH
      *         5. THE LOCKOUT NOW IN FORCE AND THE NEXT OPEN MONTH
      *         6. A SIGN-OFF LINE
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO 'ProgramTwoParams.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO 'PeriodControl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT AR-OPEN-ITEM-FILE
               ASSIGN TO 'AROPEN.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT INVENTORY-MASTER-FILE
               ASSIGN TO 'INVMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-PRODUCT-ID
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT COMMISSION-HISTORY-FILE
               ASSIGN TO 'CommissionHistoryFile.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CERTIFICATE-OUT-FILE
               ASSIGN TO PRINTER 'PeriodCloseCertificate.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY PARMREC.

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY PERIODCTL.

       FD  AR-OPEN-ITEM-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY AROPEN.

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY INVMAST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY PRODMAST.

       FD  COMMISSION-HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.

           COPY COMHIST.

       FD  CERTIFICATE-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 WS-PERIOD-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-AROPEN-EOF-SW             PIC X(1)    VALUE "N".
           05 WS-INVMAST-EOF-SW            PIC X(1)    VALUE "N".
           05 WS-HISTORY-EOF-SW            PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-PERIOD-STATUS             PIC X(2).
           05 WS-AROPEN-STATUS             PIC X(2).
           05 WS-INVMAST-STATUS            PIC X(2).
           05 WS-PRODMAST-STATUS           PIC X(2).
           05 WS-HISTORY-STATUS            PIC X(2).
           05 WS-PRODMAST-FILE-SW          PIC X(3)    VALUE "NO".

       01  WS-PARAMETER-FIELDS.
           05 WS-PARAMETER-STATUS          PIC X(2).
           05 WS-PARM-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-PARM-FOUND-SW             PIC X(3)    VALUE "NO".
           05 WS-PARM-SOURCE               PIC X(16)   VALUE SPACES.

       01  WS-PERIOD-FIELDS.
           05 WS-CLOSE-PERIOD-X            PIC X(6).
           05 WS-CLOSE-PERIOD              PIC 9(6)    VALUE 0.
           05 WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
               10 WS-CLOSE-CCYY            PIC 9(4).
               10 WS-CLOSE-MM              PIC 9(2).
           05 WS-LAST-CLOSED-PERIOD        PIC 9(6)    VALUE 0.
           05 WS-NEXT-PERIOD               PIC 9(6)    VALUE 0.
           05 WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
               10 WS-NEXT-CCYY             PIC 9(4).
               10 WS-NEXT-MM               PIC 9(2).
           05 WS-TODAY-PERIOD              PIC 9(6)    VALUE 0.
           05 WS-HISTORY-PERIOD            PIC 9(6)    VALUE 0.

      *    THE CONTROL FIGURES, BUILT UP HERE AND WRITTEN TO THE
      *    PERIOD CONTROL RECORD ONLY ONCE THE CERTIFICATE IS OUT
       01  WS-SNAPSHOT-FIELDS.
           05 WS-AR-OPEN-ITEM-COUNT        PIC 9(6)    VALUE 0.
           05 WS-AR-OPEN-AMOUNT            PIC S9(9)V99 VALUE 0.
           05 WS-INV-PRODUCT-COUNT         PIC 9(5)    VALUE 0.
           05 WS-INV-ON-HAND-UNITS         PIC S9(9)   VALUE 0.
           05 WS-INV-ON-HAND-VALUE         PIC S9(9)V99 VALUE 0.
           05 WS-INV-PRODUCT-VALUE         PIC S9(9)V99 VALUE 0.
           05 WS-COMM-RECORD-COUNT         PIC 9(5)    VALUE 0.
           05 WS-COMM-SALES-VALUE          PIC S9(9)V99 VALUE 0.
           05 WS-COMM-COMMISSION           PIC S9(9)V99 VALUE 0.

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-TODAY-CC                     PIC 9(8)    VALUE 0.
       01  WS-DATE-TEMP                    PIC 9(8)    VALUE 0.

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
                                       "PERIOD CLOSE CERTIFICATE    ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  PERIOD-HEADING-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(15)   VALUE "PERIOD CLOSED: ".
           05  PH-PERIOD           PIC 9(6).
           05                      PIC X(3)    VALUE SPACES.
           05  PH-SOURCE           PIC X(16).
           05                      PIC X(30)   VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05  SH-TITLE            PIC X(45).
           05                      PIC X(25)   VALUE SPACES.

       01  COUNT-TOTAL-LINE.
           05                      PIC X(12)   VALUE SPACES.
           05  CT-DESCRIPTION      PIC X(28).
           05  CT-COUNT            PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(30)   VALUE SPACES.

       01  AMOUNT-TOTAL-LINE.
           05                      PIC X(12)   VALUE SPACES.
           05  AT-DESCRIPTION      PIC X(28).
           05  AT-AMOUNT           PIC $ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(24)   VALUE SPACES.

       01  LOCKOUT-LINE-ONE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(22)   VALUE
                                       "TRANSACTIONS DATED IN ".
           05  LK-CLOSED-PERIOD    PIC 9(6).
           05                      PIC X(35)   VALUE
                   " OR EARLIER CAN NO LONGER BE POSTED".
           05                      PIC X(7)    VALUE SPACES.

       01  LOCKOUT-LINE-TWO.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(24)   VALUE
                                       "THE NEXT OPEN PERIOD IS ".
           05  LK-OPEN-PERIOD      PIC 9(6).
           05                      PIC X(40)   VALUE SPACES.

       01  SIGN-OFF-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(32)   VALUE
                               "CLOSED BY: ____________________".
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(16)   VALUE
                                       "DATE: __________".
           05                      PIC X(18)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 170-CHECK-PERIOD-CONTROL-ROUTINE
           PERFORM 400-SNAPSHOT-AROPEN-ROUTINE
           PERFORM 420-SNAPSHOT-INVENTORY-ROUTINE
           PERFORM 440-SNAPSHOT-COMMISSION-ROUTINE
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 550-PRINT-CERTIFICATE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

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
           DIVIDE WS-TODAY-CC BY 100 GIVING WS-TODAY-PERIOD

           PERFORM 155-READ-PARAMETER-FILE-ROUTINE

           IF WS-PARM-FOUND-SW = "YES"
               PERFORM 160-APPLY-PARAMETER-ROUTINE
           ELSE
               MOVE "(CONSOLE)" TO WS-PARM-SOURCE
               DISPLAY "ENTER PERIOD TO CLOSE (CCYYMM): "
               ACCEPT WS-CLOSE-PERIOD-X FROM CONSOLE

               IF WS-CLOSE-PERIOD-X NOT NUMERIC
                       OR WS-CLOSE-PERIOD-X = "000000"
                   DISPLAY "PERIOD MUST BE A CCYYMM MONTH - "
                       "NO PERIOD CLOSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CLOSE-PERIOD-X TO WS-CLOSE-PERIOD
           END-IF

           IF WS-CLOSE-MM LESS THAN 1
                   OR WS-CLOSE-MM GREATER THAN 12
               DISPLAY "PERIOD " WS-CLOSE-PERIOD
                   " IS NOT A CCYYMM MONTH - NO PERIOD CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
        .

       155-READ-PARAMETER-FILE-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO PARAMETER FILE WAS SUPPLIED
      *    - THE OPERATOR IS PROMPTED FOR THE MONTH INSTEAD
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "35"
               PERFORM UNTIL WS-PARM-EOF-SW = "Y"
                       OR WS-PARM-FOUND-SW = "YES"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF-SW
                       NOT AT END
                           IF PR-PROGRAM-NAME = "PERIODCLOSE"
                               MOVE "YES" TO WS-PARM-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF
        .

       160-APPLY-PARAMETER-ROUTINE.

           MOVE "(PARAMETER FILE)" TO WS-PARM-SOURCE

           IF PR-SELECTION-MODE = "M"
                   AND PR-VALUE-MONTH-N NUMERIC
                   AND PR-VALUE-MONTH-N GREATER THAN ZERO
               MOVE PR-VALUE-MONTH-N TO WS-CLOSE-PERIOD
           ELSE
               DISPLAY "INVALID PERIODCLOSE PARAMETER RECORD - "
                   "MODE " PR-SELECTION-MODE
                   " VALUE " PR-SELECTION-VALUE
                   " - NO PERIOD CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
        .

       170-CHECK-PERIOD-CONTROL-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO MONTH HAS EVER BEEN CLOSED
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

           IF WS-CLOSE-PERIOD NOT GREATER THAN WS-LAST-CLOSED-PERIOD
               DISPLAY "PERIOD " WS-CLOSE-PERIOD
                   " IS ALREADY CLOSED - LAST PERIOD CLOSED IS "
                   WS-LAST-CLOSED-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    A GAP WOULD CLOSE THE SKIPPED MONTH WITHOUT ITS OWN
      *    CERTIFICATE - THE MONTHS MUST BE CLOSED ONE AT A TIME
           IF WS-LAST-CLOSED-PERIOD GREATER THAN ZERO
               MOVE WS-LAST-CLOSED-PERIOD TO WS-NEXT-PERIOD
               PERFORM 175-ADVANCE-NEXT-PERIOD-ROUTINE
               IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
                   DISPLAY "PERIOD " WS-CLOSE-PERIOD
                       " IS OUT OF SEQUENCE - THE NEXT PERIOD TO "
                       "CLOSE IS " WS-NEXT-PERIOD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-CLOSE-PERIOD GREATER THAN WS-TODAY-PERIOD
               DISPLAY "PERIOD " WS-CLOSE-PERIOD
                   " HAS NOT STARTED YET - NO PERIOD CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE MONTH AFTER THE ONE BEING CLOSED BECOMES THE OPEN
      *    PERIOD PRINTED ON THE CERTIFICATE
           MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD
           PERFORM 175-ADVANCE-NEXT-PERIOD-ROUTINE
        .

       175-ADVANCE-NEXT-PERIOD-ROUTINE.

           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-CCYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
        .

       200-WRITE-REPORT-HEADERS-ROUTINE.

           OPEN OUTPUT CERTIFICATE-OUT-FILE

           WRITE REPORT-RECORD FROM REPORT-HEADING-ONE
               AFTER ADVANCING PAGE.

           MOVE REPORT-HEADING-TWO TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-CLOSE-PERIOD TO PH-PERIOD
           MOVE WS-PARM-SOURCE TO PH-SOURCE
           MOVE PERIOD-HEADING-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       300-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
        .

       400-SNAPSHOT-AROPEN-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO STATEMENT RUN HAS POSTED AN
      *    OPEN ITEM YET - NOTHING IS OWED
           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-AROPEN-STATUS NOT = "35"
               PERFORM UNTIL WS-AROPEN-EOF-SW = "Y"
                   READ AR-OPEN-ITEM-FILE
                       AT END
                           MOVE "Y" TO WS-AROPEN-EOF-SW
                       NOT AT END
                           IF AR-STATUS = "O"
                               ADD 1 TO WS-AR-OPEN-ITEM-COUNT
                               ADD AR-OPEN-AMOUNT
                                   TO WS-AR-OPEN-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-ITEM-FILE
           END-IF
        .

       420-SNAPSHOT-INVENTORY-ROUTINE.

      *    FILE STATUS 35 JUST MEANS THE INVENTORY MASTER HAS NOT
      *    BEEN LOADED - NOTHING IS ON HAND
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRODMAST-STATUS NOT = "35"
               MOVE "YES" TO WS-PRODMAST-FILE-SW
           END-IF

           OPEN INPUT INVENTORY-MASTER-FILE
           IF WS-INVMAST-STATUS NOT = "35"
               PERFORM UNTIL WS-INVMAST-EOF-SW = "Y"
                   READ INVENTORY-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-INVMAST-EOF-SW
                       NOT AT END
                           PERFORM 425-VALUE-PRODUCT-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-MASTER-FILE
           END-IF

           IF WS-PRODMAST-FILE-SW = "YES"
               CLOSE PRODUCT-MASTER-FILE
           END-IF
        .

       425-VALUE-PRODUCT-ROUTINE.

           ADD 1 TO WS-INV-PRODUCT-COUNT
           ADD IM-ON-HAND-QTY TO WS-INV-ON-HAND-UNITS

      *    A PRODUCT MISSING FROM THE PRODUCT MASTER HAS NO PRICE -
      *    ITS UNITS ARE COUNTED BUT ADD NOTHING TO THE VALUE
           IF WS-PRODMAST-FILE-SW = "YES"
               MOVE IM-PRODUCT-ID TO PM-PRODUCT-ID
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MULTIPLY IM-ON-HAND-QTY BY PM-UNIT-PRICE
                           GIVING WS-INV-PRODUCT-VALUE
                       ADD WS-INV-PRODUCT-VALUE
                           TO WS-INV-ON-HAND-VALUE
               END-READ
           END-IF
        .

       440-SNAPSHOT-COMMISSION-ROUTINE.

      *    FILE STATUS 35 JUST MEANS ProgramTwoCommission HAS NEVER
      *    RUN - NO COMMISSION WAS EARNED
           OPEN INPUT COMMISSION-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "35"
               PERFORM UNTIL WS-HISTORY-EOF-SW = "Y"
                   READ COMMISSION-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HISTORY-EOF-SW
                       NOT AT END
                           PERFORM 445-ADD-COMMISSION-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-HISTORY-FILE
           END-IF
        .

       445-ADD-COMMISSION-ROUTINE.

      *    A RUN BELONGS TO THE MONTH ITS LATEST SALE FALLS IN - THE
      *    SAME RULE ProgramTwoRepPay PAYS IT ON
           DIVIDE CO-TO-DATE BY 100 GIVING WS-HISTORY-PERIOD

           IF WS-HISTORY-PERIOD = WS-CLOSE-PERIOD
               ADD 1 TO WS-COMM-RECORD-COUNT
               ADD CO-SALES-VALUE-TOTAL TO WS-COMM-SALES-VALUE
               ADD CO-COMMISSION-TOTAL TO WS-COMM-COMMISSION
           END-IF
        .

       550-PRINT-CERTIFICATE-ROUTINE.

           MOVE "ACCOUNTS RECEIVABLE - AROPEN.dat" TO SH-TITLE
           MOVE SECTION-HEADING-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "OPEN ITEMS:                 " TO CT-DESCRIPTION
           MOVE WS-AR-OPEN-ITEM-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "TOTAL OPEN AMOUNT:          " TO AT-DESCRIPTION
           MOVE WS-AR-OPEN-AMOUNT TO AT-AMOUNT
           MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "INVENTORY - INVMAST.dat" TO SH-TITLE
           MOVE SECTION-HEADING-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "PRODUCTS ON MASTER:         " TO CT-DESCRIPTION
           MOVE WS-INV-PRODUCT-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "UNITS ON HAND:              " TO CT-DESCRIPTION
           MOVE WS-INV-ON-HAND-UNITS TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "VALUE AT UNIT PRICE:        " TO AT-DESCRIPTION
           MOVE WS-INV-ON-HAND-VALUE TO AT-AMOUNT
           MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "COMMISSION HISTORY FOR THE PERIOD" TO SH-TITLE
           MOVE SECTION-HEADING-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "COMMISSION RUNS:            " TO CT-DESCRIPTION
           MOVE WS-COMM-RECORD-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "SALES VALUE:                " TO AT-DESCRIPTION
           MOVE WS-COMM-SALES-VALUE TO AT-AMOUNT
           MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "COMMISSION EARNED:          " TO AT-DESCRIPTION
           MOVE WS-COMM-COMMISSION TO AT-AMOUNT
           MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-CLOSE-PERIOD TO LK-CLOSED-PERIOD
           MOVE LOCKOUT-LINE-ONE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-NEXT-PERIOD TO LK-OPEN-PERIOD
           MOVE LOCKOUT-LINE-TWO TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE SIGN-OFF-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE CERTIFICATE-OUT-FILE

      *    THE MONTH IS CLOSED ONLY NOW, WITH THE CERTIFICATE ON
      *    DISK - FROM HERE ON NOTHING DATED IN IT WILL POST
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-PERIOD-STATUS = "35"
               OPEN OUTPUT PERIOD-CONTROL-FILE
           END-IF

           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-CLOSE-PERIOD TO PC-CLOSED-PERIOD
           MOVE WS-TODAY-CC TO PC-CLOSE-DATE
           MOVE WS-AR-OPEN-ITEM-COUNT TO PC-AR-OPEN-ITEM-COUNT
           MOVE WS-AR-OPEN-AMOUNT TO PC-AR-OPEN-AMOUNT
           MOVE WS-INV-PRODUCT-COUNT TO PC-INV-PRODUCT-COUNT
           MOVE WS-INV-ON-HAND-UNITS TO PC-INV-ON-HAND-UNITS
           MOVE WS-INV-ON-HAND-VALUE TO PC-INV-ON-HAND-VALUE
           MOVE WS-COMM-RECORD-COUNT TO PC-COMM-RECORD-COUNT
           MOVE WS-COMM-SALES-VALUE TO PC-COMM-SALES-VALUE
           MOVE WS-COMM-COMMISSION TO PC-COMM-COMMISSION

           WRITE PERIOD-CONTROL-RECORD

           CLOSE PERIOD-CONTROL-FILE

           DISPLAY "PERIOD " WS-CLOSE-PERIOD " CLOSED - NEXT OPEN "
               "PERIOD IS " WS-NEXT-PERIOD

           STOP RUN
        .
