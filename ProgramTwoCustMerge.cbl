       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoCustMerge.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that consolidates a
      * customer set up twice under two customer IDs.  Until now the
      * only fix was to deactivate one of them in ProgramTwoCustMaint
      * and lose its past - its sales history, open items, rep
      * assignment and contract prices stayed split between the two
      * accounts.  Operations keys a file of "from ID / to ID"
      * transactions; for each one every record of the retired
      * (from) customer is re-keyed onto the surviving (to) customer
      * in the sales history, the receivable open items, the rep
      * master and the contract price file, collisions between the
      * two accounts are resolved, and the retired ID is left on
      * the customer master as inactive with a pointer to the
      * survivor, so that a later extract still carrying the old ID
      * posts to the survivor (see ProgramTwo's edit pass).
      * Every record moved is printed on the merge audit report,
      * and each merge ends with the record counts and amounts of
      * both accounts before and after, so it can be proved that
      * nothing was lost.
      ****************************************************************
      * INPUT:
      *    The CUSTOMER MERGE TRANSACTION FILE contains the
      *    following data in each record:
      *         1. FROM CUSTOMER ID (THE DUPLICATE BEING RETIRED)
      *         2. TO CUSTOMER ID (THE SURVIVOR)
      *    Both must be on the customer master, the survivor must be
      *    active, and the retired ID must not already have been
      *    merged.  The retired ID may already be inactive.
      *    CUSTMAST.dat (see CUSTMAST copybook).
      *    SalesHistoryFile.dat (see HISTREC copybook), AROPEN.dat
      *    (see AROPEN copybook), SALESREP.dat (see SALESREP
      *    copybook) and CONTRACT.dat (see CONTRACT copybook).  Any
      *    of these that does not exist yet is skipped.
      ****************************************************************
      * OUTPUT:
      *    The four files above with the retired customer's records
      *    re-keyed to the survivor, and CUSTMAST.dat with the
      *    retired customer inactive and pointing at the survivor.
      *    A customer merged into the retired ID earlier is pointed
      *    on to the survivor too, so no pointer leads to an ID that
      *    is itself merged.
      *    The CUSTOMER MERGE AUDIT REPORT containing, per merge, one
      *    line per record moved showing its key before and after,
      *    its amount and how it was resolved, then before/after
      *    counts and amounts for each file, and the reason any
      *    merge was rejected.
      ****************************************************************
      * COLLISIONS:
      *    SALES HISTORY - NONE: THE FILE MAY HOLD MORE THAN ONE
      *        RECORD PER CUSTOMER PER DATE, SO EVERY RECORD MOVES
      *        (CARRYING THE SURVIVOR'S NAME)
      *    OPEN ITEMS - BOTH ACCOUNTS HAVE AN ITEM FOR THE SAME BATCH
      *        AND ITEM TYPE: THE RETIRED ITEM'S ORIGINAL AND OPEN
      *        AMOUNTS ARE ADDED INTO THE SURVIVOR'S ITEM, WHICH IS
      *        OPEN AGAIN IF ANYTHING IS STILL OWED
      *    REP ASSIGNMENT - BOTH ACCOUNTS ARE ASSIGNED: THE
      *        SURVIVOR'S REP IS KEPT AND THE RETIRED ASSIGNMENT IS
      *        DROPPED
      *    CONTRACT PRICE - BOTH ACCOUNTS HAVE A CONTRACT FOR THE
      *        SAME PRODUCT: THE ONE WITH THE LATER EFFECTIVE DATE
      *        IS KEPT ON THE SURVIVOR (THE SURVIVOR'S ON A TIE)
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANS-FILE
               ASSIGN TO 'CustMergeTransFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SalesHistoryFile.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-TEMP-FILE
               ASSIGN TO 'PR2CM20H.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-OPEN-ITEM-FILE
               ASSIGN TO 'AROPEN.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT REP-MASTER-FILE
               ASSIGN TO 'SALESREP.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-CUSTOMER-ID
               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO 'CONTRACT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT MERGE-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'CustMergeAuditReport.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  MERGE-TRANS-FILE
           RECORD CONTAINS 10 CHARACTERS.

       01  MERGE-TRANS-RECORD.
           05  MT-FROM-ID                  PIC X(5).
           05  MT-FROM-ID-N REDEFINES MT-FROM-ID
                                           PIC 9(5).
           05  MT-TO-ID                    PIC X(5).
           05  MT-TO-ID-N REDEFINES MT-TO-ID
                                           PIC 9(5).

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.

       FD  SALES-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.

           COPY HISTREC.

       FD  HISTORY-TEMP-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  HISTORY-TEMP-RECORD             PIC X(53).

       FD  AR-OPEN-ITEM-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY AROPEN.

       FD  REP-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY SALESREP.

       FD  CONTRACT-PRICE-FILE
           RECORD CONTAINS 29 CHARACTERS.

           COPY CONTRACT.

       FD  MERGE-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 WS-HISTORY-EOF-SW            PIC X(1)    VALUE "N".
           05 WS-TEMP-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-SCAN-EOF-SW               PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-CUSTMAST-STATUS           PIC X(2).
           05 WS-HISTORY-STATUS            PIC X(2).
           05 WS-AROPEN-STATUS             PIC X(2).
           05 WS-REPMAST-STATUS            PIC X(2).
           05 WS-CONTRACT-STATUS           PIC X(2).

      *    A FILE THAT DOES NOT EXIST YET HOLDS NOTHING TO MOVE
       01  WS-FILE-PRESENT-FIELDS.
           05 WS-HISTORY-FILE-SW           PIC X(3)    VALUE "YES".
           05 WS-AROPEN-FILE-SW            PIC X(3)    VALUE "YES".
           05 WS-REPMAST-FILE-SW           PIC X(3)    VALUE "YES".
           05 WS-CONTRACT-FILE-SW          PIC X(3)    VALUE "YES".

       01  WS-MERGE-FIELDS.
           05 WS-TRANS-VALID-SW            PIC X(3)    VALUE "YES".
           05 WS-REJECT-REASON-TEXT        PIC X(30).
           05 WS-FROM-ID                   PIC 9(5)    VALUE 0.
           05 WS-TO-ID                     PIC 9(5)    VALUE 0.
           05 WS-FROM-NAME                 PIC X(25).
           05 WS-TO-NAME                   PIC X(25).
           05 WS-MOVE-DONE-SW              PIC X(3)    VALUE "NO".
           05 WS-SCAN-CUSTOMER-ID          PIC 9(5)    VALUE 0.
           05 WS-SCAN-COUNT                PIC 9(7)    VALUE 0.
           05 WS-SCAN-AMOUNT               PIC S9(9)V99 VALUE 0.
           05 WS-APPLIED-COUNT             PIC 9(5)    VALUE 0.
           05 WS-REJECTED-COUNT            PIC 9(5)    VALUE 0.
           05 WS-RECORDS-MOVED-COUNT       PIC 9(7)    VALUE 0.
           05 WS-REPOINTED-COUNT           PIC 9(5)    VALUE 0.
           05 WS-OUT-OF-BALANCE-COUNT      PIC 9(5)    VALUE 0.

      *    THE RECORD BEING MOVED IS HELD HERE WHILE THE SURVIVOR'S
      *    KEY IS LOOKED UP - THE LOOKUP OVERWRITES THE RECORD AREA
       01  WS-SAVED-AR-ITEM.
           05 WS-SAVED-AR-IMAGE            PIC X(73).
           05 WS-SAVED-AR-BATCH            PIC 9(6).
           05 WS-SAVED-AR-TYPE             PIC X(1).
           05 WS-SAVED-AR-ORIGINAL         PIC S9(8)V99.
           05 WS-SAVED-AR-OPEN             PIC S9(8)V99.

       01  WS-SAVED-REP.
           05 WS-SAVED-REP-IMAGE           PIC X(40).
           05 WS-SAVED-REP-ID              PIC 9(4).
           05 WS-SURVIVOR-REP-ID           PIC 9(4).

       01  WS-SAVED-CONTRACT.
           05 WS-SAVED-CN-IMAGE            PIC X(29).
           05 WS-SAVED-CN-PRODUCT-ID       PIC X(3).
           05 WS-SAVED-CN-PRICE            PIC 999V99.
           05 WS-SAVED-CN-EFFECTIVE-DATE   PIC 9(8).

      *    BEFORE/AFTER CONTROL FIGURES FOR THE MERGE IN HAND, ONE
      *    ENTRY PER FILE IN THE ORDER THE FILES ARE MERGED.  THE
      *    AMOUNT IS THE SALES VALUE FOR HISTORY, THE OPEN AMOUNT
      *    FOR OPEN ITEMS AND THE CONTRACT PRICE FOR CONTRACTS - A
      *    REP ASSIGNMENT CARRIES NO AMOUNT
       01  WS-CONTROL-FILE-VALUES.
           05  FILLER                      PIC X(8)    VALUE
           "HISTORY".
           05  FILLER                      PIC X(8)    VALUE
           "AROPEN".
           05  FILLER                      PIC X(8)    VALUE
           "SALESREP".
           05  FILLER                      PIC X(8)    VALUE
           "CONTRACT".

       01  WS-CONTROL-FILE-TABLE REDEFINES WS-CONTROL-FILE-VALUES.
           05  WS-CONTROL-FILE-NAME        OCCURS 4 TIMES
                                           PIC X(8).

       01  WS-CONTROL-TABLE.
           05 WS-CONTROL-SUB               PIC 9(1)    VALUE 0.
           05 WS-CONTROL-ENTRY             OCCURS 4 TIMES.
               10 CT-FROM-BEFORE-COUNT     PIC 9(7).
               10 CT-FROM-BEFORE-AMOUNT    PIC S9(9)V99.
               10 CT-TO-BEFORE-COUNT       PIC 9(7).
               10 CT-TO-BEFORE-AMOUNT      PIC S9(9)V99.
               10 CT-FROM-AFTER-COUNT      PIC 9(7).
               10 CT-FROM-AFTER-AMOUNT     PIC S9(9)V99.
               10 CT-TO-AFTER-COUNT        PIC 9(7).
               10 CT-TO-AFTER-AMOUNT       PIC S9(9)V99.
               10 CT-MOVED-COUNT           PIC 9(7).

       01  WS-BALANCE-FIELDS.
           05 WS-BEFORE-TOTAL-AMOUNT       PIC S9(9)V99 VALUE 0.
           05 WS-AFTER-TOTAL-AMOUNT        PIC S9(9)V99 VALUE 0.

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
                                       "CUSTOMER MERGE AUDIT        ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  MERGE-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE "MERGE ".
           05  MH-FROM-ID          PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  MH-FROM-NAME        PIC X(25).
           05                      PIC X(6)    VALUE " INTO ".
           05  MH-TO-ID            PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  MH-TO-NAME          PIC X(25).
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE "FILE    ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(16)   VALUE "KEY BEFORE      ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(16)   VALUE "KEY AFTER       ".
           05                      PIC X(11)   VALUE SPACES.
           05                      PIC X(6)    VALUE "AMOUNT".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE "RESULT".
           05                      PIC X(9)    VALUE SPACES.

       01  MOVE-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-FILE-NAME        PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-OLD-KEY          PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-NEW-KEY          PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-AMOUNT           PIC $ZZ,ZZZ,ZZ9.99-.
           05  ML-AMOUNT-X REDEFINES ML-AMOUNT
                                   PIC X(15).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-RESULT           PIC X(14).
           05  FILLER              PIC X(1)    VALUE SPACES.

       01  CONTROL-HEADING-LINE.
           05                      PIC X(12)   VALUE SPACES.
           05                      PIC X(18)   VALUE
                                       "CONTROL FIGURES   ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(7)    VALUE "RECORDS".
           05                      PIC X(11)   VALUE SPACES.
           05                      PIC X(6)    VALUE "AMOUNT".
           05                      PIC X(24)   VALUE SPACES.

       01  CONTROL-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-FILE-NAME        PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-DESCRIPTION      PIC X(18).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-RECORD-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-AMOUNT           PIC $ZZZ,ZZZ,ZZ9.99-.
           05  CL-AMOUNT-X REDEFINES CL-AMOUNT
                                   PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-BALANCE-FLAG     PIC X(16).
           05  FILLER              PIC X(3)    VALUE SPACES.

       01  MERGE-REASON-LINE.
           05  FILLER              PIC X(12)   VALUE SPACES.
           05                      PIC X(18)   VALUE
                                       "MERGE REJECTED -  ".
           05  RL-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(20)   VALUE SPACES.

       01  APPLIED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(24)   VALUE
                                       "MERGES APPLIED:         ".
           05  TL-APPLIED-COUNT    PIC ZZ,ZZ9.
           05  FILLER              PIC X(40)   VALUE SPACES.

       01  REJECTED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(24)   VALUE
                                       "MERGES REJECTED:        ".
           05  TL-REJECTED-COUNT   PIC ZZ,ZZ9.
           05  FILLER              PIC X(40)   VALUE SPACES.

       01  MOVED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(24)   VALUE
                                       "RECORDS MOVED:          ".
           05  TL-MOVED-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(37)   VALUE SPACES.

       01  REPOINTED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(24)   VALUE
                                       "EARLIER MERGES REPOINTED".
           05  TL-REPOINTED-COUNT  PIC ZZ,ZZ9.
           05  FILLER              PIC X(40)   VALUE SPACES.

       01  OUT-OF-BALANCE-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(24)   VALUE
                                       "MERGES OUT OF BALANCE:  ".
           05  TL-OUT-OF-BALANCE   PIC ZZ,ZZ9.
           05  FILLER              PIC X(40)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 350-READ-TRANS-FILE-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

      *    THE CUSTOMER MASTER IS THE ONE FILE A MERGE CANNOT DO
      *    WITHOUT - BOTH IDS ARE PROVED AGAINST IT
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS = "35"
               DISPLAY "CUSTMAST.dat IS MISSING - NOTHING WAS MERGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    FILE STATUS 35 ON ANY OF THE OTHERS JUST MEANS THE FILE
      *    HAS NOT BEEN CREATED YET - THERE IS NOTHING IN IT TO MOVE
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               MOVE "NO" TO WS-HISTORY-FILE-SW
           ELSE
               CLOSE SALES-HISTORY-FILE
           END-IF

           OPEN I-O AR-OPEN-ITEM-FILE
           IF WS-AROPEN-STATUS = "35"
               MOVE "NO" TO WS-AROPEN-FILE-SW
           END-IF

           OPEN I-O REP-MASTER-FILE
           IF WS-REPMAST-STATUS = "35"
               MOVE "NO" TO WS-REPMAST-FILE-SW
           END-IF

           OPEN I-O CONTRACT-PRICE-FILE
           IF WS-CONTRACT-STATUS = "35"
               MOVE "NO" TO WS-CONTRACT-FILE-SW
           END-IF

           OPEN INPUT  MERGE-TRANS-FILE
                OUTPUT MERGE-REPORT-OUT-FILE

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
        .

       300-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
        .

       350-READ-TRANS-FILE-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ MERGE-TRANS-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 400-PROCESS-MERGE-ROUTINE
               END-READ
           END-PERFORM
        .

       400-PROCESS-MERGE-ROUTINE.

           MOVE "YES" TO WS-TRANS-VALID-SW
           MOVE "(NOT ON MASTER)" TO WS-FROM-NAME
           MOVE "(NOT ON MASTER)" TO WS-TO-NAME

           PERFORM 410-VALIDATE-MERGE-ROUTINE

           MOVE MT-FROM-ID TO MH-FROM-ID
           MOVE WS-FROM-NAME TO MH-FROM-NAME
           MOVE MT-TO-ID TO MH-TO-ID
           MOVE WS-TO-NAME TO MH-TO-NAME
           MOVE MERGE-HEADING-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           IF WS-TRANS-VALID-SW = "NO"
               MOVE WS-REJECT-REASON-TEXT TO RL-REASON-TEXT
               MOVE MERGE-REASON-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE COLUMN-HEADING-THREE TO REPORT-RECORD
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
               MOVE SPACES TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE

               MOVE 1 TO WS-CONTROL-SUB
               PERFORM UNTIL WS-CONTROL-SUB > 4
                   INITIALIZE WS-CONTROL-ENTRY (WS-CONTROL-SUB)
                   ADD 1 TO WS-CONTROL-SUB
               END-PERFORM

               IF WS-HISTORY-FILE-SW = "YES"
                   PERFORM 420-MERGE-HISTORY-ROUTINE
               END-IF
               IF WS-AROPEN-FILE-SW = "YES"
                   PERFORM 430-MERGE-OPEN-ITEMS-ROUTINE
               END-IF
               IF WS-REPMAST-FILE-SW = "YES"
                   PERFORM 440-MERGE-REP-ROUTINE
               END-IF
               IF WS-CONTRACT-FILE-SW = "YES"
                   PERFORM 450-MERGE-CONTRACTS-ROUTINE
               END-IF
               PERFORM 460-RETIRE-CUSTOMER-ROUTINE
               PERFORM 500-PRINT-CONTROL-FIGURES-ROUTINE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
        .

       410-VALIDATE-MERGE-ROUTINE.

           EVALUATE TRUE
               WHEN MT-FROM-ID NOT NUMERIC
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NON-NUMERIC FROM ID"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-TO-ID NOT NUMERIC
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NON-NUMERIC TO ID"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-FROM-ID = MT-TO-ID
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "FROM AND TO ID ARE THE SAME"
                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE

           IF WS-TRANS-VALID-SW = "YES"
               MOVE MT-FROM-ID-N TO WS-FROM-ID
               MOVE MT-TO-ID-N TO WS-TO-ID

               MOVE WS-FROM-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-TRANS-VALID-SW
                       MOVE "FROM ID NOT ON MASTER"
                           TO WS-REJECT-REASON-TEXT
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-FROM-NAME
                       IF CM-STATUS = "I"
                               AND CM-MERGED-TO-ID NUMERIC
                               AND CM-MERGED-TO-ID GREATER THAN ZERO
                           MOVE "NO" TO WS-TRANS-VALID-SW
                           MOVE "FROM ID ALREADY MERGED"
                               TO WS-REJECT-REASON-TEXT
                       END-IF
               END-READ
           END-IF

           IF WS-TRANS-VALID-SW = "YES"
               MOVE WS-TO-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-TRANS-VALID-SW
                       MOVE "TO ID NOT ON MASTER"
                           TO WS-REJECT-REASON-TEXT
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-TO-NAME
                       IF CM-STATUS = "I"
                           MOVE "NO" TO WS-TRANS-VALID-SW
                           MOVE "TO ID IS INACTIVE"
                               TO WS-REJECT-REASON-TEXT
                       END-IF
               END-READ
           END-IF
        .

       420-MERGE-HISTORY-ROUTINE.

      *    THE HISTORY IS A FLAT FILE - IT IS COPIED TO A WORK FILE
      *    WITH THE RETIRED ID CHANGED ON THE WAY THROUGH, THEN
      *    COPIED BACK, THE WAY ProgramTwoHistoryPurge REWRITES IT
           MOVE "N" TO WS-HISTORY-EOF-SW
           MOVE "N" TO WS-TEMP-EOF-SW
           OPEN INPUT  SALES-HISTORY-FILE
                OUTPUT HISTORY-TEMP-FILE

           PERFORM UNTIL WS-HISTORY-EOF-SW = "Y"
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF-SW
                   NOT AT END
                       PERFORM 425-MOVE-HISTORY-RECORD-ROUTINE
               END-READ
           END-PERFORM

           CLOSE SALES-HISTORY-FILE
                 HISTORY-TEMP-FILE

           OPEN INPUT  HISTORY-TEMP-FILE
                OUTPUT SALES-HISTORY-FILE
           PERFORM UNTIL WS-TEMP-EOF-SW = "Y"
               READ HISTORY-TEMP-FILE
                   AT END
                       MOVE "Y" TO WS-TEMP-EOF-SW
                   NOT AT END
                       MOVE HISTORY-TEMP-RECORD
                           TO CUSTOMER-HISTORY-RECORD
                       WRITE CUSTOMER-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-TEMP-FILE
                 SALES-HISTORY-FILE
        .

       425-MOVE-HISTORY-RECORD-ROUTINE.

           IF CH-CUSTOMER-ID = WS-TO-ID
               ADD 1 TO CT-TO-BEFORE-COUNT (1)
               ADD CH-SALES-VALUE-TOTAL TO CT-TO-BEFORE-AMOUNT (1)
           END-IF

           IF CH-CUSTOMER-ID = WS-FROM-ID
               ADD 1 TO CT-FROM-BEFORE-COUNT (1)
               ADD CH-SALES-VALUE-TOTAL TO CT-FROM-BEFORE-AMOUNT (1)

               MOVE SPACES TO ML-OLD-KEY
               STRING CH-CUSTOMER-ID       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CH-TRANS-DATE        DELIMITED BY SIZE
                   INTO ML-OLD-KEY
               END-STRING

               MOVE WS-TO-ID TO CH-CUSTOMER-ID
               MOVE WS-TO-NAME TO CH-CUSTOMER-NAME

               MOVE SPACES TO ML-NEW-KEY
               STRING CH-CUSTOMER-ID       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CH-TRANS-DATE        DELIMITED BY SIZE
                   INTO ML-NEW-KEY
               END-STRING

               MOVE 1 TO WS-CONTROL-SUB
               MOVE CH-SALES-VALUE-TOTAL TO ML-AMOUNT
               MOVE "MOVED" TO ML-RESULT
               PERFORM 490-WRITE-MOVE-LINE-ROUTINE
           END-IF

           IF CH-CUSTOMER-ID = WS-TO-ID
               ADD 1 TO CT-TO-AFTER-COUNT (1)
               ADD CH-SALES-VALUE-TOTAL TO CT-TO-AFTER-AMOUNT (1)
           END-IF
           IF CH-CUSTOMER-ID = WS-FROM-ID
               ADD 1 TO CT-FROM-AFTER-COUNT (1)
               ADD CH-SALES-VALUE-TOTAL TO CT-FROM-AFTER-AMOUNT (1)
           END-IF

           MOVE CUSTOMER-HISTORY-RECORD TO HISTORY-TEMP-RECORD
           WRITE HISTORY-TEMP-RECORD
        .

       430-MERGE-OPEN-ITEMS-ROUTINE.

           MOVE WS-FROM-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 470-TOTAL-OPEN-ITEMS-ROUTINE
           MOVE WS-SCAN-COUNT TO CT-FROM-BEFORE-COUNT (2)
           MOVE WS-SCAN-AMOUNT TO CT-FROM-BEFORE-AMOUNT (2)

           MOVE WS-TO-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 470-TOTAL-OPEN-ITEMS-ROUTINE
           MOVE WS-SCAN-COUNT TO CT-TO-BEFORE-COUNT (2)
           MOVE WS-SCAN-AMOUNT TO CT-TO-BEFORE-AMOUNT (2)

      *    EACH PASS FINDS THE RETIRED CUSTOMER'S FIRST REMAINING
      *    ITEM AND MOVES IT - THE ITEM IS DELETED UNDER THE OLD
      *    KEY, SO THE PASSES END WHEN NONE IS LEFT
           MOVE "NO" TO WS-MOVE-DONE-SW
           PERFORM 435-MOVE-NEXT-OPEN-ITEM-ROUTINE
               UNTIL WS-MOVE-DONE-SW = "YES"

           MOVE WS-FROM-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 470-TOTAL-OPEN-ITEMS-ROUTINE
           MOVE WS-SCAN-COUNT TO CT-FROM-AFTER-COUNT (2)
           MOVE WS-SCAN-AMOUNT TO CT-FROM-AFTER-AMOUNT (2)

           MOVE WS-TO-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 470-TOTAL-OPEN-ITEMS-ROUTINE
           MOVE WS-SCAN-COUNT TO CT-TO-AFTER-COUNT (2)
           MOVE WS-SCAN-AMOUNT TO CT-TO-AFTER-AMOUNT (2)
        .

       435-MOVE-NEXT-OPEN-ITEM-ROUTINE.

           MOVE WS-FROM-ID TO AR-CUSTOMER-ID
           MOVE ZEROES TO AR-BATCH-NUMBER
           MOVE LOW-VALUES TO AR-ITEM-TYPE
           START AR-OPEN-ITEM-FILE
               KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   MOVE "YES" TO WS-MOVE-DONE-SW
           END-START

           IF WS-MOVE-DONE-SW = "NO"
               READ AR-OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-MOVE-DONE-SW
                   NOT AT END
                       IF AR-CUSTOMER-ID NOT = WS-FROM-ID
                           MOVE "YES" TO WS-MOVE-DONE-SW
                       ELSE
                           PERFORM 437-REKEY-OPEN-ITEM-ROUTINE
                       END-IF
               END-READ
           END-IF
        .

       437-REKEY-OPEN-ITEM-ROUTINE.

           MOVE AR-OPEN-ITEM-RECORD TO WS-SAVED-AR-IMAGE
           MOVE AR-BATCH-NUMBER TO WS-SAVED-AR-BATCH
           MOVE AR-ITEM-TYPE TO WS-SAVED-AR-TYPE
           MOVE AR-ORIGINAL-AMOUNT TO WS-SAVED-AR-ORIGINAL
           MOVE AR-OPEN-AMOUNT TO WS-SAVED-AR-OPEN

      *    THE ITEM IS WRITTEN UNDER THE SURVIVOR FIRST AND ONLY
      *    THEN DELETED UNDER THE RETIRED ID
           MOVE WS-TO-ID TO AR-CUSTOMER-ID
           MOVE WS-SAVED-AR-BATCH TO AR-BATCH-NUMBER
           MOVE WS-SAVED-AR-TYPE TO AR-ITEM-TYPE
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   MOVE WS-SAVED-AR-IMAGE TO AR-OPEN-ITEM-RECORD
                   MOVE WS-TO-ID TO AR-CUSTOMER-ID
                   MOVE WS-TO-NAME TO AR-CUSTOMER-NAME
                   WRITE AR-OPEN-ITEM-RECORD
                   MOVE "MOVED" TO ML-RESULT
               NOT INVALID KEY
                   ADD WS-SAVED-AR-ORIGINAL TO AR-ORIGINAL-AMOUNT
                   ADD WS-SAVED-AR-OPEN TO AR-OPEN-AMOUNT
                   IF AR-OPEN-AMOUNT = ZERO
                       MOVE "P" TO AR-STATUS
                   ELSE
                       MOVE "O" TO AR-STATUS
                   END-IF
                   REWRITE AR-OPEN-ITEM-RECORD
                   MOVE "ADDED TO ITEM" TO ML-RESULT
           END-READ

           MOVE WS-SAVED-AR-IMAGE TO AR-OPEN-ITEM-RECORD
           DELETE AR-OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY "OPEN ITEM NOT DELETED UNDER OLD KEY "
                       AR-KEY
                   MOVE 4 TO RETURN-CODE
                   MOVE "YES" TO WS-MOVE-DONE-SW
           END-DELETE

           MOVE SPACES TO ML-OLD-KEY
           STRING WS-FROM-ID           DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-SAVED-AR-BATCH    DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-SAVED-AR-TYPE     DELIMITED BY SIZE
               INTO ML-OLD-KEY
           END-STRING
           MOVE SPACES TO ML-NEW-KEY
           STRING WS-TO-ID             DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-SAVED-AR-BATCH    DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-SAVED-AR-TYPE     DELIMITED BY SIZE
               INTO ML-NEW-KEY
           END-STRING

           MOVE 2 TO WS-CONTROL-SUB
           MOVE WS-SAVED-AR-OPEN TO ML-AMOUNT
           PERFORM 490-WRITE-MOVE-LINE-ROUTINE
        .

       440-MERGE-REP-ROUTINE.

      *    AN ACCOUNT HAS ONE REP AT MOST, SO THERE IS AT MOST ONE
      *    ASSIGNMENT TO MOVE
           MOVE WS-TO-ID TO RM-CUSTOMER-ID
           READ REP-MASTER-FILE
               INVALID KEY
                   MOVE ZEROES TO WS-SURVIVOR-REP-ID
               NOT INVALID KEY
                   MOVE 1 TO CT-TO-BEFORE-COUNT (3)
                   MOVE RM-REP-ID TO WS-SURVIVOR-REP-ID
           END-READ

           MOVE WS-FROM-ID TO RM-CUSTOMER-ID
           READ REP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CT-FROM-BEFORE-COUNT (3)
                   PERFORM 445-MOVE-REP-ROUTINE
           END-READ

           MOVE WS-FROM-ID TO RM-CUSTOMER-ID
           READ REP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CT-FROM-AFTER-COUNT (3)
           END-READ

           MOVE WS-TO-ID TO RM-CUSTOMER-ID
           READ REP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CT-TO-AFTER-COUNT (3)
           END-READ
        .

       445-MOVE-REP-ROUTINE.

           MOVE REP-MASTER-RECORD TO WS-SAVED-REP-IMAGE
           MOVE RM-REP-ID TO WS-SAVED-REP-ID

      *    THE SURVIVOR'S OWN REP STAYS ON THE ACCOUNT - ONLY AN
      *    UNASSIGNED SURVIVOR TAKES OVER THE RETIRED ID'S REP
           IF CT-TO-BEFORE-COUNT (3) = ZERO
               MOVE WS-TO-ID TO RM-CUSTOMER-ID
               WRITE REP-MASTER-RECORD
               MOVE "MOVED" TO ML-RESULT
           ELSE
               MOVE "SURVIVOR KEPT" TO ML-RESULT
           END-IF

           MOVE WS-SAVED-REP-IMAGE TO REP-MASTER-RECORD
           DELETE REP-MASTER-FILE
               INVALID KEY
                   DISPLAY "REP ASSIGNMENT NOT DELETED FOR "
                       RM-CUSTOMER-ID
                   MOVE 4 TO RETURN-CODE
           END-DELETE

           MOVE SPACES TO ML-OLD-KEY
           STRING WS-FROM-ID           DELIMITED BY SIZE
                  " REP "              DELIMITED BY SIZE
                  WS-SAVED-REP-ID      DELIMITED BY SIZE
               INTO ML-OLD-KEY
           END-STRING
           MOVE SPACES TO ML-NEW-KEY
           IF CT-TO-BEFORE-COUNT (3) = ZERO
               STRING WS-TO-ID             DELIMITED BY SIZE
                      " REP "              DELIMITED BY SIZE
                      WS-SAVED-REP-ID      DELIMITED BY SIZE
                   INTO ML-NEW-KEY
               END-STRING
           ELSE
               STRING WS-TO-ID             DELIMITED BY SIZE
                      " REP "              DELIMITED BY SIZE
                      WS-SURVIVOR-REP-ID   DELIMITED BY SIZE
                   INTO ML-NEW-KEY
               END-STRING
           END-IF

           MOVE 3 TO WS-CONTROL-SUB
           MOVE SPACES TO ML-AMOUNT-X
           PERFORM 490-WRITE-MOVE-LINE-ROUTINE
        .

       450-MERGE-CONTRACTS-ROUTINE.

           MOVE WS-FROM-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 480-TOTAL-CONTRACTS-ROUTINE
           MOVE WS-SCAN-COUNT TO CT-FROM-BEFORE-COUNT (4)
           MOVE WS-SCAN-AMOUNT TO CT-FROM-BEFORE-AMOUNT (4)

           MOVE WS-TO-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 480-TOTAL-CONTRACTS-ROUTINE
           MOVE WS-SCAN-COUNT TO CT-TO-BEFORE-COUNT (4)
           MOVE WS-SCAN-AMOUNT TO CT-TO-BEFORE-AMOUNT (4)

           MOVE "NO" TO WS-MOVE-DONE-SW
           PERFORM 455-MOVE-NEXT-CONTRACT-ROUTINE
               UNTIL WS-MOVE-DONE-SW = "YES"

           MOVE WS-FROM-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 480-TOTAL-CONTRACTS-ROUTINE
           MOVE WS-SCAN-COUNT TO CT-FROM-AFTER-COUNT (4)
           MOVE WS-SCAN-AMOUNT TO CT-FROM-AFTER-AMOUNT (4)

           MOVE WS-TO-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 480-TOTAL-CONTRACTS-ROUTINE
           MOVE WS-SCAN-COUNT TO CT-TO-AFTER-COUNT (4)
           MOVE WS-SCAN-AMOUNT TO CT-TO-AFTER-AMOUNT (4)
        .

       455-MOVE-NEXT-CONTRACT-ROUTINE.

           MOVE WS-FROM-ID TO CN-CUSTOMER-ID
           MOVE LOW-VALUES TO CN-PRODUCT-ID
           START CONTRACT-PRICE-FILE
               KEY IS NOT LESS THAN CN-KEY
               INVALID KEY
                   MOVE "YES" TO WS-MOVE-DONE-SW
           END-START

           IF WS-MOVE-DONE-SW = "NO"
               READ CONTRACT-PRICE-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-MOVE-DONE-SW
                   NOT AT END
                       IF CN-CUSTOMER-ID NOT = WS-FROM-ID
                           MOVE "YES" TO WS-MOVE-DONE-SW
                       ELSE
                           PERFORM 457-REKEY-CONTRACT-ROUTINE
                       END-IF
               END-READ
           END-IF
        .

       457-REKEY-CONTRACT-ROUTINE.

           MOVE CONTRACT-PRICE-RECORD TO WS-SAVED-CN-IMAGE
           MOVE CN-PRODUCT-ID TO WS-SAVED-CN-PRODUCT-ID
           MOVE CN-CONTRACT-PRICE TO WS-SAVED-CN-PRICE
           MOVE CN-EFFECTIVE-DATE TO WS-SAVED-CN-EFFECTIVE-DATE

      *    TWO CONTRACTS FOR ONE PRODUCT - THE LATER NEGOTIATED
      *    PRICE STANDS.  ON A TIE THE SURVIVOR'S OWN IS KEPT
           MOVE WS-TO-ID TO CN-CUSTOMER-ID
           MOVE WS-SAVED-CN-PRODUCT-ID TO CN-PRODUCT-ID
           READ CONTRACT-PRICE-FILE
               INVALID KEY
                   MOVE WS-SAVED-CN-IMAGE TO CONTRACT-PRICE-RECORD
                   MOVE WS-TO-ID TO CN-CUSTOMER-ID
                   WRITE CONTRACT-PRICE-RECORD
                   MOVE "MOVED" TO ML-RESULT
               NOT INVALID KEY
                   IF WS-SAVED-CN-EFFECTIVE-DATE
                           GREATER THAN CN-EFFECTIVE-DATE
                       MOVE WS-SAVED-CN-PRICE TO CN-CONTRACT-PRICE
                       MOVE WS-SAVED-CN-EFFECTIVE-DATE
                           TO CN-EFFECTIVE-DATE
                       REWRITE CONTRACT-PRICE-RECORD
                       MOVE "REPLACED" TO ML-RESULT
                   ELSE
                       MOVE "SURVIVOR KEPT" TO ML-RESULT
                   END-IF
           END-READ

           MOVE WS-SAVED-CN-IMAGE TO CONTRACT-PRICE-RECORD
           DELETE CONTRACT-PRICE-FILE
               INVALID KEY
                   DISPLAY "CONTRACT NOT DELETED UNDER OLD KEY "
                       CN-KEY
                   MOVE 4 TO RETURN-CODE
                   MOVE "YES" TO WS-MOVE-DONE-SW
           END-DELETE

           MOVE SPACES TO ML-OLD-KEY
           STRING WS-FROM-ID               DELIMITED BY SIZE
                  "/"                      DELIMITED BY SIZE
                  WS-SAVED-CN-PRODUCT-ID   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-SAVED-CN-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO ML-OLD-KEY
           END-STRING
           MOVE SPACES TO ML-NEW-KEY
           STRING WS-TO-ID                 DELIMITED BY SIZE
                  "/"                      DELIMITED BY SIZE
                  WS-SAVED-CN-PRODUCT-ID   DELIMITED BY SIZE
               INTO ML-NEW-KEY
           END-STRING

           MOVE 4 TO WS-CONTROL-SUB
           MOVE WS-SAVED-CN-PRICE TO ML-AMOUNT
           PERFORM 490-WRITE-MOVE-LINE-ROUTINE
        .

       460-RETIRE-CUSTOMER-ROUTINE.

      *    THE RETIRED ID IS NEVER DELETED - IT STAYS ON THE MASTER
      *    INACTIVE, POINTING AT THE SURVIVOR, SO A LATE EXTRACT
      *    STILL CARRYING IT CAN BE POSTED WHERE IT BELONGS
           MOVE WS-FROM-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-FROM-ID
                       " LEFT THE MASTER DURING THE MERGE"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "I" TO CM-STATUS
                   MOVE WS-TO-ID TO CM-MERGED-TO-ID
                   REWRITE CUSTOMER-MASTER-RECORD
           END-READ

           MOVE "CUSTMAST" TO ML-FILE-NAME
           MOVE SPACES TO ML-OLD-KEY
           MOVE WS-FROM-ID TO ML-OLD-KEY
           MOVE SPACES TO ML-NEW-KEY
           STRING "-> "                DELIMITED BY SIZE
                  WS-TO-ID             DELIMITED BY SIZE
               INTO ML-NEW-KEY
           END-STRING
           MOVE SPACES TO ML-AMOUNT-X
           MOVE "RETIRED" TO ML-RESULT
           MOVE MOVE-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

      *    ANY CUSTOMER MERGED INTO THE RETIRED ID EARLIER NOW
      *    POINTS STRAIGHT AT THE SURVIVOR - THE EDIT PASS FOLLOWS
      *    ONE POINTER, NOT A CHAIN
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO CM-CUSTOMER-ID
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START

           PERFORM 465-REPOINT-NEXT-CUSTOMER-ROUTINE
               UNTIL WS-SCAN-EOF-SW = "Y"
        .

       465-REPOINT-NEXT-CUSTOMER-ROUTINE.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF CM-MERGED-TO-ID NUMERIC
                           AND CM-MERGED-TO-ID = WS-FROM-ID
                           AND CM-CUSTOMER-ID NOT = WS-FROM-ID
                       MOVE WS-TO-ID TO CM-MERGED-TO-ID
                       REWRITE CUSTOMER-MASTER-RECORD

                       MOVE "CUSTMAST" TO ML-FILE-NAME
                       MOVE SPACES TO ML-OLD-KEY
                       STRING CM-CUSTOMER-ID   DELIMITED BY SIZE
                              " -> "           DELIMITED BY SIZE
                              WS-FROM-ID       DELIMITED BY SIZE
                           INTO ML-OLD-KEY
                       END-STRING
                       MOVE SPACES TO ML-NEW-KEY
                       STRING CM-CUSTOMER-ID   DELIMITED BY SIZE
                              " -> "           DELIMITED BY SIZE
                              WS-TO-ID         DELIMITED BY SIZE
                           INTO ML-NEW-KEY
                       END-STRING
                       MOVE SPACES TO ML-AMOUNT-X
                       MOVE "REPOINTED" TO ML-RESULT
                       MOVE MOVE-DETAIL-LINE TO REPORT-RECORD
                       MOVE 1 TO PROPER-SPACING
                       PERFORM 300-WRITE-LINES-ROUTINE
                       ADD 1 TO WS-REPOINTED-COUNT
                   END-IF
           END-READ
        .

       470-TOTAL-OPEN-ITEMS-ROUTINE.

           MOVE ZEROES TO WS-SCAN-COUNT
           MOVE ZEROES TO WS-SCAN-AMOUNT
           MOVE "N" TO WS-SCAN-EOF-SW

           MOVE WS-SCAN-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE ZEROES TO AR-BATCH-NUMBER
           MOVE LOW-VALUES TO AR-ITEM-TYPE
           START AR-OPEN-ITEM-FILE
               KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START

           PERFORM UNTIL WS-SCAN-EOF-SW = "Y"
               READ AR-OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF AR-CUSTOMER-ID NOT = WS-SCAN-CUSTOMER-ID
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       ELSE
                           ADD 1 TO WS-SCAN-COUNT
                           ADD AR-OPEN-AMOUNT TO WS-SCAN-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
        .

       480-TOTAL-CONTRACTS-ROUTINE.

           MOVE ZEROES TO WS-SCAN-COUNT
           MOVE ZEROES TO WS-SCAN-AMOUNT
           MOVE "N" TO WS-SCAN-EOF-SW

           MOVE WS-SCAN-CUSTOMER-ID TO CN-CUSTOMER-ID
           MOVE LOW-VALUES TO CN-PRODUCT-ID
           START CONTRACT-PRICE-FILE
               KEY IS NOT LESS THAN CN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START

           PERFORM UNTIL WS-SCAN-EOF-SW = "Y"
               READ CONTRACT-PRICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF CN-CUSTOMER-ID NOT = WS-SCAN-CUSTOMER-ID
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       ELSE
                           ADD 1 TO WS-SCAN-COUNT
                           ADD CN-CONTRACT-PRICE TO WS-SCAN-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
        .

       490-WRITE-MOVE-LINE-ROUTINE.

           MOVE WS-CONTROL-FILE-NAME (WS-CONTROL-SUB) TO ML-FILE-NAME
           MOVE MOVE-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           ADD 1 TO CT-MOVED-COUNT (WS-CONTROL-SUB)
           ADD 1 TO WS-RECORDS-MOVED-COUNT
        .

       500-PRINT-CONTROL-FIGURES-ROUTINE.

           MOVE CONTROL-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 1 TO WS-CONTROL-SUB
           PERFORM 510-PRINT-FILE-FIGURES-ROUTINE
               UNTIL WS-CONTROL-SUB > 4
        .

       510-PRINT-FILE-FIGURES-ROUTINE.

      *    HISTORY AND OPEN ITEMS ONLY MOVE OR COMBINE, SO THE TWO
      *    ACCOUNTS' AMOUNTS TOGETHER MUST BE THE SAME AFTER AS
      *    BEFORE.  A REP OR CONTRACT COLLISION DROPS ONE RECORD BY
      *    DESIGN, SO THOSE FILES ARE SHOWN BUT NOT BALANCED
           COMPUTE WS-BEFORE-TOTAL-AMOUNT =
               CT-FROM-BEFORE-AMOUNT (WS-CONTROL-SUB)
               + CT-TO-BEFORE-AMOUNT (WS-CONTROL-SUB)
           COMPUTE WS-AFTER-TOTAL-AMOUNT =
               CT-FROM-AFTER-AMOUNT (WS-CONTROL-SUB)
               + CT-TO-AFTER-AMOUNT (WS-CONTROL-SUB)

           MOVE WS-CONTROL-FILE-NAME (WS-CONTROL-SUB) TO CL-FILE-NAME
           MOVE "BEFORE - RETIRED" TO CL-DESCRIPTION
           MOVE CT-FROM-BEFORE-COUNT (WS-CONTROL-SUB)
               TO CL-RECORD-COUNT
           MOVE CT-FROM-BEFORE-AMOUNT (WS-CONTROL-SUB) TO CL-AMOUNT
           MOVE SPACES TO CL-BALANCE-FLAG
           PERFORM 520-WRITE-CONTROL-LINE-ROUTINE

           MOVE SPACES TO CL-FILE-NAME
           MOVE "BEFORE - SURVIVOR" TO CL-DESCRIPTION
           MOVE CT-TO-BEFORE-COUNT (WS-CONTROL-SUB)
               TO CL-RECORD-COUNT
           MOVE CT-TO-BEFORE-AMOUNT (WS-CONTROL-SUB) TO CL-AMOUNT
           PERFORM 520-WRITE-CONTROL-LINE-ROUTINE

           MOVE "AFTER - RETIRED" TO CL-DESCRIPTION
           MOVE CT-FROM-AFTER-COUNT (WS-CONTROL-SUB)
               TO CL-RECORD-COUNT
           MOVE CT-FROM-AFTER-AMOUNT (WS-CONTROL-SUB) TO CL-AMOUNT
           PERFORM 520-WRITE-CONTROL-LINE-ROUTINE

           MOVE "AFTER - SURVIVOR" TO CL-DESCRIPTION
           MOVE CT-TO-AFTER-COUNT (WS-CONTROL-SUB)
               TO CL-RECORD-COUNT
           MOVE CT-TO-AFTER-AMOUNT (WS-CONTROL-SUB) TO CL-AMOUNT
           IF WS-CONTROL-SUB LESS THAN 3
               IF WS-AFTER-TOTAL-AMOUNT = WS-BEFORE-TOTAL-AMOUNT
                       AND CT-FROM-AFTER-COUNT (WS-CONTROL-SUB) = ZERO
                   MOVE "IN BALANCE" TO CL-BALANCE-FLAG
               ELSE
                   MOVE "** OUT OF BALANCE" TO CL-BALANCE-FLAG
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 520-WRITE-CONTROL-LINE-ROUTINE

           ADD 1 TO WS-CONTROL-SUB
        .

       520-WRITE-CONTROL-LINE-ROUTINE.

      *    THE REP MASTER CARRIES NO AMOUNT - THE COLUMN IS LEFT
      *    BLANK ON ITS LINES RATHER THAN PRINT A MEANINGLESS ZERO
           IF WS-CONTROL-SUB = 3
               MOVE SPACES TO CL-AMOUNT-X
           END-IF

           MOVE CONTROL-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT
           MOVE APPLIED-TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT
           MOVE REJECTED-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-RECORDS-MOVED-COUNT TO TL-MOVED-COUNT
           MOVE MOVED-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-REPOINTED-COUNT TO TL-REPOINTED-COUNT
           MOVE REPOINTED-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-OUT-OF-BALANCE-COUNT TO TL-OUT-OF-BALANCE
           MOVE OUT-OF-BALANCE-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE MERGE-TRANS-FILE
                 CUSTOMER-MASTER-FILE
                 MERGE-REPORT-OUT-FILE

           IF WS-AROPEN-FILE-SW = "YES"
               CLOSE AR-OPEN-ITEM-FILE
           END-IF
           IF WS-REPMAST-FILE-SW = "YES"
               CLOSE REP-MASTER-FILE
           END-IF
           IF WS-CONTRACT-FILE-SW = "YES"
               CLOSE CONTRACT-PRICE-FILE
           END-IF
           STOP RUN
        .
