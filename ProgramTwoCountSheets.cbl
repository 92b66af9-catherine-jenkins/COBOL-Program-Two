       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoCountSheets.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that starts a cycle count.
      * Correcting on-hand used to mean keying a full physical count
      * and reloading INVMAST.dat with ProgramTwoInventoryLoad, which
      * threw away every sale and receipt posted since the count was
      * taken and left no trace of what the count had changed.  The
      * warehouse now counts a few products at a time: this program
      * prints count sheets for the products selected and freezes
      * each product's system on-hand on the open cycle count file
      * at the moment its sheet is printed.  ProgramTwoCycleCount
      * later posts the counts against those frozen figures, so
      * stock that moves while the count is being taken does not
      * turn into a false variance.
      * A product already on an open count is not printed again -
      * its first frozen figure stands until that count is posted.
      ****************************************************************
      * INPUT:
      *    The COUNT SELECTION FILE contains the following data in
      *    each record:
      *         1. FROM PRODUCT ID
      *         2. TO PRODUCT ID (blank = the FROM product only)
      *    The INVENTORY MASTER (see INVMAST copybook), read in
      *    product ID order across each selected range.
      *    The PRODUCT MASTER (see PRODMAST copybook) supplies the
      *    product name for the sheet.
      ****************************************************************
      * OUTPUT:
      *    CYCCOUNT.dat (see CYCCOUNT copybook), one open count per
      *    product printed, holding the on-hand frozen at print time.
      *    The COUNT SHEETS, one line per product with its frozen
      *    on-hand and blanks for the counter to fill in, a line for
      *    each product skipped because its count is already open,
      *    each selection with nothing on the master to count, and
      *    each selection rejected, and counts of each.
      *    CountSelectionFile.txt is left in place - a shop that
      *    counts the same ranges every cycle keys them once.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-SELECTION-FILE
               ASSIGN TO 'CountSelectionFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECTION-STATUS.
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
           SELECT CYCLE-COUNT-FILE
               ASSIGN TO 'CYCCOUNT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CY-PRODUCT-ID
               FILE STATUS IS WS-CYCCOUNT-STATUS.
           SELECT COUNT-SHEET-OUT-FILE
               ASSIGN TO PRINTER 'CountSheets.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  COUNT-SELECTION-FILE
           RECORD CONTAINS 7 CHARACTERS.

       01  COUNT-SELECTION-RECORD.
           05  SL-FROM-PRODUCT-ID          PIC X(3).
           05  FILLER                      PIC X(1).
           05  SL-TO-PRODUCT-ID            PIC X(3).

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY INVMAST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.

           COPY PRODMAST.

       FD  CYCLE-COUNT-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY CYCCOUNT.

       FD  COUNT-SHEET-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 WS-RANGE-EOF-SW              PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-SELECTION-STATUS          PIC X(2).
           05 WS-INVMAST-STATUS            PIC X(2).
           05 WS-PRODMAST-STATUS           PIC X(2).
           05 WS-CYCCOUNT-STATUS           PIC X(2).

       01  WS-COUNT-SHEET-FIELDS.
           05 WS-FROM-PRODUCT-ID           PIC X(3).
           05 WS-TO-PRODUCT-ID             PIC X(3).
           05 WS-RANGE-PRODUCT-COUNT       PIC 9(5)    VALUE 0.
           05 WS-SHEET-DATE                PIC 9(8)    VALUE 0.
           05 WS-DATE-TEMP                 PIC 9(8)    VALUE 0.
           05 WS-PRINTED-COUNT             PIC 9(5)    VALUE 0.
           05 WS-ALREADY-OPEN-COUNT        PIC 9(5)    VALUE 0.
           05 WS-EMPTY-SELECTION-COUNT     PIC 9(5)    VALUE 0.
           05 WS-REJECTED-COUNT            PIC 9(5)    VALUE 0.

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-TODAY-CC                     PIC 9(8)    VALUE 0.

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
                                       "CYCLE COUNT SHEETS          ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE "PROD".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(7)    VALUE "PRODUCT".
           05                      PIC X(11)   VALUE SPACES.
           05                      PIC X(7)    VALUE "ON HAND".
           05                      PIC X(5)    VALUE SPACES.
           05                      PIC X(11)   VALUE "COUNTED QTY".
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE "COUNTED BY".
           05                      PIC X(18)   VALUE SPACES.

       01  COUNT-SHEET-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CS-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  CS-PRODUCT-NAME     PIC X(14).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  CS-FROZEN-QTY       PIC -ZZ,ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(11)   VALUE "___________".
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE "__________".
           05  FILLER              PIC X(18)   VALUE SPACES.

       01  SHEET-NOTE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE "PRODUCT ".
           05  SN-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  SN-NOTE-TEXT        PIC X(50).
           05  FILLER              PIC X(16)   VALUE SPACES.

       01  EMPTY-SELECTION-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "SELECTION ".
           05  ES-FROM-PRODUCT-ID  PIC X(3).
           05                      PIC X(1)    VALUE "-".
           05  ES-TO-PRODUCT-ID    PIC X(3).
           05                      PIC X(36)   VALUE
                   " HAS NO PRODUCT ON INVENTORY MASTER".
           05  FILLER              PIC X(25)   VALUE SPACES.

       01  REJECTED-SELECTION-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(20)   VALUE
                                       "SELECTION REJECTED: ".
           05  RJ-RAW-RECORD       PIC X(7).
           05  FILLER              PIC X(51)   VALUE SPACES.

       01  COUNT-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05  CT-DESCRIPTION      PIC X(28).
           05  CT-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(36)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 350-READ-SELECTION-FILE-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

           OPEN INPUT COUNT-SELECTION-FILE
           IF WS-SELECTION-STATUS = "35"
               DISPLAY "CountSelectionFile.txt IS MISSING - "
                   "NO PRODUCTS SELECTED FOR COUNTING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    FILE STATUS 35 JUST MEANS NO COUNT HAS EVER BEEN STARTED
           OPEN I-O CYCLE-COUNT-FILE
           IF WS-CYCCOUNT-STATUS = "35"
               OPEN OUTPUT CYCLE-COUNT-FILE
               CLOSE CYCLE-COUNT-FILE
               OPEN I-O CYCLE-COUNT-FILE
           END-IF

           OPEN INPUT  INVENTORY-MASTER-FILE
                       PRODUCT-MASTER-FILE
                OUTPUT COUNT-SHEET-OUT-FILE

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
           MOVE WS-TODAY-CC TO WS-SHEET-DATE
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

       350-READ-SELECTION-FILE-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ COUNT-SELECTION-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 400-PROCESS-SELECTION-ROUTINE
               END-READ
           END-PERFORM
        .

       400-PROCESS-SELECTION-ROUTINE.

           MOVE SL-FROM-PRODUCT-ID TO WS-FROM-PRODUCT-ID
           IF SL-TO-PRODUCT-ID = SPACES
               MOVE SL-FROM-PRODUCT-ID TO WS-TO-PRODUCT-ID
           ELSE
               MOVE SL-TO-PRODUCT-ID TO WS-TO-PRODUCT-ID
           END-IF

           IF WS-FROM-PRODUCT-ID = SPACES
                   OR WS-TO-PRODUCT-ID LESS THAN WS-FROM-PRODUCT-ID
               MOVE COUNT-SELECTION-RECORD TO RJ-RAW-RECORD
               MOVE REJECTED-SELECTION-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 410-SCAN-RANGE-ROUTINE
           END-IF
        .

       410-SCAN-RANGE-ROUTINE.

           MOVE "N" TO WS-RANGE-EOF-SW
           MOVE ZERO TO WS-RANGE-PRODUCT-COUNT

           MOVE WS-FROM-PRODUCT-ID TO IM-PRODUCT-ID
           START INVENTORY-MASTER-FILE
               KEY IS NOT LESS THAN IM-PRODUCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-RANGE-EOF-SW
           END-START

           PERFORM 420-READ-NEXT-PRODUCT-ROUTINE
               UNTIL WS-RANGE-EOF-SW = "Y"

           IF WS-RANGE-PRODUCT-COUNT = ZERO
               MOVE WS-FROM-PRODUCT-ID TO ES-FROM-PRODUCT-ID
               MOVE WS-TO-PRODUCT-ID TO ES-TO-PRODUCT-ID
               MOVE EMPTY-SELECTION-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
               ADD 1 TO WS-EMPTY-SELECTION-COUNT
           END-IF
        .

       420-READ-NEXT-PRODUCT-ROUTINE.

           READ INVENTORY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RANGE-EOF-SW
               NOT AT END
                   IF IM-PRODUCT-ID GREATER THAN WS-TO-PRODUCT-ID
                       MOVE "Y" TO WS-RANGE-EOF-SW
                   ELSE
                       ADD 1 TO WS-RANGE-PRODUCT-COUNT
                       PERFORM 430-FREEZE-PRODUCT-ROUTINE
                   END-IF
           END-READ
        .

       430-FREEZE-PRODUCT-ROUTINE.

      *    THE ON-HAND IS FROZEN HERE, AS THE SHEET IS PRINTED - A
      *    PRODUCT WITH A COUNT ALREADY OPEN KEEPS ITS FIRST FIGURE
           MOVE SPACES TO CYCLE-COUNT-RECORD
           MOVE IM-PRODUCT-ID TO CY-PRODUCT-ID
           MOVE WS-SHEET-DATE TO CY-SHEET-DATE
           MOVE IM-ON-HAND-QTY TO CY-FROZEN-QTY
           MOVE "P" TO CY-COUNT-STATUS
           MOVE ZERO TO CY-FIRST-COUNT-QTY
           MOVE ZERO TO CY-LAST-COUNT-QTY
           MOVE ZERO TO CY-COUNT-TIMES

           WRITE CYCLE-COUNT-RECORD
               INVALID KEY
                   MOVE IM-PRODUCT-ID TO SN-PRODUCT-ID
                   MOVE "ALREADY ON AN OPEN COUNT - SHEET NOT REPRINTED"
                       TO SN-NOTE-TEXT
                   MOVE SHEET-NOTE-LINE TO REPORT-RECORD
                   MOVE 1 TO PROPER-SPACING
                   PERFORM 300-WRITE-LINES-ROUTINE
                   ADD 1 TO WS-ALREADY-OPEN-COUNT
               NOT INVALID KEY
                   PERFORM 440-WRITE-SHEET-LINE-ROUTINE
           END-WRITE
        .

       440-WRITE-SHEET-LINE-ROUTINE.

           MOVE IM-PRODUCT-ID TO CS-PRODUCT-ID
           MOVE IM-ON-HAND-QTY TO CS-FROZEN-QTY

           MOVE IM-PRODUCT-ID TO PM-PRODUCT-ID
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CS-PRODUCT-NAME
               NOT INVALID KEY
                   MOVE PM-PRODUCT-NAME TO CS-PRODUCT-NAME
           END-READ

      *    DOUBLE SPACED SO THE COUNTER HAS ROOM TO WRITE
           MOVE COUNT-SHEET-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           ADD 1 TO WS-PRINTED-COUNT
        .

       550-END-OF-FILE-ROUTINE.

           MOVE "PRODUCTS ON COUNT SHEETS:   " TO CT-DESCRIPTION
           MOVE WS-PRINTED-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "ALREADY ON AN OPEN COUNT:   " TO CT-DESCRIPTION
           MOVE WS-ALREADY-OPEN-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "SELECTIONS WITH NO PRODUCT: " TO CT-DESCRIPTION
           MOVE WS-EMPTY-SELECTION-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE "SELECTIONS REJECTED:        " TO CT-DESCRIPTION
           MOVE WS-REJECTED-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           DISPLAY "PRODUCTS ON COUNT SHEETS: " WS-PRINTED-COUNT
        .

       600-CLOSE-ROUTINE.

           CLOSE COUNT-SELECTION-FILE
                 INVENTORY-MASTER-FILE
                 PRODUCT-MASTER-FILE
                 CYCLE-COUNT-FILE
                 COUNT-SHEET-OUT-FILE

           STOP RUN
        .
