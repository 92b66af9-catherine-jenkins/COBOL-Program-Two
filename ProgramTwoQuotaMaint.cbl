       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoQuotaMaint.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that maintains QUOTA.dat,
      * the monthly sales target management sets for each rep, which
      * ProgramTwoQuotaAttain measures the rep's net sales against.
      * A quota is keyed by rep ID and the CCYYMM month it is set
      * for.  Operations keys a file of maintenance transactions (add
      * a rep's quota for a month, change one already keyed, remove
      * one keyed in error) instead of hand-editing the file, and
      * every record touched is printed on a before/after audit
      * listing the same way ProgramTwoRepMaint prints the rep
      * master.
      ****************************************************************
      * INPUT:
      *    The QUOTA TRANSACTION FILE contains the following data in
      *    each record:
      *         1. ACTION CODE (A = ADD A QUOTA FOR A MONTH, C = CHANGE
      *            THE QUOTA KEYED FOR A MONTH, D = REMOVE THE QUOTA
      *            KEYED FOR A MONTH)
      *         2. REP ID
      *         3. MONTH (CCYYMM)
      *         4. QUOTA AMOUNT, TWO IMPLIED DECIMALS (A AND C ONLY)
      *         5. REP NAME (A ONLY - ON A CHANGE, BLANK KEEPS THE
      *            NAME ALREADY ON FILE)
      ****************************************************************
      * OUTPUT:
      *    QUOTA.dat (see QUOTA copybook) with the transactions
      *    applied, and the QUOTA MAINTENANCE AUDIT REPORT containing
      *    one line per transaction showing the quota before and
      *    after, the reason any transaction was rejected, and counts
      *    of transactions applied and rejected.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE
               ASSIGN TO 'QuotaMaintTransFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUOTA-FILE
               ASSIGN TO 'QUOTA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QT-KEY
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT MAINT-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'QuotaMaintAuditReport.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  MAINT-TRANS-RECORD.
           05  MT-ACTION-CODE              PIC X(1).
           05  MT-REP-ID                   PIC X(4).
           05  MT-PERIOD                   PIC X(6).
           05  MT-PERIOD-N REDEFINES MT-PERIOD.
               10  MT-PERIOD-CCYY          PIC 9(4).
               10  MT-PERIOD-MM            PIC 9(2).
           05  MT-QUOTA-AMOUNT             PIC X(9).
           05  MT-QUOTA-AMOUNT-N REDEFINES MT-QUOTA-AMOUNT
                                           PIC 9(7)V99.
           05  MT-REP-NAME                 PIC X(20).

       FD  QUOTA-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY QUOTA.

       FD  MAINT-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-QUOTA-STATUS              PIC X(2).

       01  WS-MAINT-FIELDS.
           05 WS-TRANS-VALID-SW            PIC X(3)    VALUE "YES".
           05 WS-REJECT-REASON-TEXT        PIC X(30).
           05 WS-REP-NAME                  PIC X(20).
           05 WS-BEFORE-QUOTA              PIC X(13).
           05 WS-AFTER-QUOTA               PIC X(13).
           05 WS-EDIT-QUOTA                PIC $Z,ZZZ,ZZ9.99.
           05 WS-APPLIED-COUNT             PIC 9(5)    VALUE 0.
           05 WS-REJECTED-COUNT            PIC 9(5)    VALUE 0.

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-TODAY-FIELDS.
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
                                       "SALES QUOTA MAINT AUDIT     ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(3)    VALUE "ACT".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(22)   VALUE "REP".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(7)    VALUE "MONTH".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(13)   VALUE "       BEFORE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(13)   VALUE "        AFTER".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE "RESULT".
           05                      PIC X(2)    VALUE SPACES.

       01  AUDIT-DETAIL-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AL-ACTION-CODE      PIC X(1).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AL-REP-ID           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-REP-NAME         PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-PERIOD.
               10  AL-PERIOD-MM        PIC X(2).
               10                      PIC X       VALUE "/".
               10  AL-PERIOD-CCYY      PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-BEFORE-QUOTA     PIC X(13).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-AFTER-QUOTA      PIC X(13).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-RESULT           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.

       01  AUDIT-REASON-LINE.
           05  FILLER              PIC X(14)   VALUE SPACES.
           05                      PIC X(8)    VALUE "REASON: ".
           05  RL-REASON-TEXT      PIC X(30).
           05  FILLER              PIC X(28)   VALUE SPACES.

       01  APPLIED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(22)   VALUE
                                       "TRANSACTIONS APPLIED: ".
           05  TL-APPLIED-COUNT    PIC ZZ,ZZ9.
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  REJECTED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(22)   VALUE
                                       "TRANSACTIONS REJECTED:".
           05  TL-REJECTED-COUNT   PIC ZZ,ZZ9.
           05  FILLER              PIC X(42)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 250-WRITE-COLUMN-HEADERS-ROUTINE
           PERFORM 350-READ-TRANS-FILE-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

      *    THE FIRST QUOTAS EVER KEYED HAVE NO FILE TO GO ON --
      *    CREATE AN EMPTY ONE SO THE FIRST BATCH OF ADDS HAS A FILE
      *    TO LOAD
           OPEN I-O QUOTA-FILE
           IF WS-QUOTA-STATUS = "35"
               OPEN OUTPUT QUOTA-FILE
               CLOSE QUOTA-FILE
               OPEN I-O QUOTA-FILE
           END-IF

           OPEN INPUT  MAINT-TRANS-FILE
                OUTPUT MAINT-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

      *    TODAY AS CCYYMMDD - STAMPED ON EVERY QUOTA ADDED OR
      *    CHANGED
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
        .

       250-WRITE-COLUMN-HEADERS-ROUTINE.

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

       350-READ-TRANS-FILE-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ MAINT-TRANS-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 400-PROCESS-TRANSACTION-ROUTINE
               END-READ
           END-PERFORM
        .

       400-PROCESS-TRANSACTION-ROUTINE.

           MOVE "YES" TO WS-TRANS-VALID-SW
           MOVE "(NONE)" TO WS-BEFORE-QUOTA
           MOVE "(NONE)" TO WS-AFTER-QUOTA
           MOVE MT-REP-NAME TO WS-REP-NAME

           EVALUATE TRUE
               WHEN MT-ACTION-CODE NOT = "A" AND "C" AND "D"
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "INVALID ACTION CODE"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-REP-ID NOT NUMERIC
                       OR MT-REP-ID = "0000"
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "INVALID REP ID"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-PERIOD NOT NUMERIC
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NON-NUMERIC MONTH"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-PERIOD-MM LESS THAN 1
                       OR MT-PERIOD-MM GREATER THAN 12
                       OR MT-PERIOD-CCYY LESS THAN 1900
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "MONTH IS NOT A CCYYMM MONTH"
                       TO WS-REJECT-REASON-TEXT

               WHEN (MT-ACTION-CODE = "A" OR "C")
                       AND (MT-QUOTA-AMOUNT NOT NUMERIC
                            OR MT-QUOTA-AMOUNT-N = ZERO)
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "ZERO OR NON-NUMERIC QUOTA"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-ACTION-CODE = "A"
                       AND MT-REP-NAME = SPACES
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "REP NAME IS BLANK"
                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE

           IF WS-TRANS-VALID-SW = "YES"
               EVALUATE MT-ACTION-CODE
                   WHEN "A"
                       PERFORM 410-ADD-QUOTA-ROUTINE
                   WHEN "C"
                       PERFORM 420-CHANGE-QUOTA-ROUTINE
                   WHEN "D"
                       PERFORM 430-REMOVE-QUOTA-ROUTINE
               END-EVALUATE
           END-IF

           IF WS-TRANS-VALID-SW = "YES"
               PERFORM 450-WRITE-APPLIED-LINE-ROUTINE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               PERFORM 460-WRITE-REJECTED-LINE-ROUTINE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
        .

       410-ADD-QUOTA-ROUTINE.

           MOVE MT-REP-ID TO QT-REP-ID
           MOVE MT-PERIOD-N TO QT-PERIOD
           MOVE MT-REP-NAME TO QT-REP-NAME
           MOVE MT-QUOTA-AMOUNT-N TO QT-QUOTA-AMOUNT
           MOVE WS-TODAY-CC TO QT-ENTERED-DATE

           WRITE QUOTA-RECORD
               INVALID KEY
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "QUOTA ALREADY KEYED FOR MONTH"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 440-FETCH-BEFORE-IMAGE-ROUTINE
               NOT INVALID KEY
                   MOVE QT-QUOTA-AMOUNT TO WS-EDIT-QUOTA
                   MOVE WS-EDIT-QUOTA TO WS-AFTER-QUOTA
           END-WRITE
        .

       420-CHANGE-QUOTA-ROUTINE.

           MOVE MT-REP-ID TO QT-REP-ID
           MOVE MT-PERIOD-N TO QT-PERIOD

           READ QUOTA-FILE
               INVALID KEY
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NO QUOTA KEYED FOR MONTH"
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   MOVE QT-QUOTA-AMOUNT TO WS-EDIT-QUOTA
                   MOVE WS-EDIT-QUOTA TO WS-BEFORE-QUOTA
                   MOVE MT-QUOTA-AMOUNT-N TO QT-QUOTA-AMOUNT
                   IF MT-REP-NAME NOT = SPACES
                       MOVE MT-REP-NAME TO QT-REP-NAME
                   END-IF
                   MOVE QT-REP-NAME TO WS-REP-NAME
                   MOVE WS-TODAY-CC TO QT-ENTERED-DATE
                   REWRITE QUOTA-RECORD
                   MOVE QT-QUOTA-AMOUNT TO WS-EDIT-QUOTA
                   MOVE WS-EDIT-QUOTA TO WS-AFTER-QUOTA
           END-READ
        .

       430-REMOVE-QUOTA-ROUTINE.

      *    REMOVING A QUOTA LEAVES THE REP WITH NO TARGET FOR THE
      *    MONTH - THE KEYING ERROR CASE
           MOVE MT-REP-ID TO QT-REP-ID
           MOVE MT-PERIOD-N TO QT-PERIOD

           READ QUOTA-FILE
               INVALID KEY
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NO QUOTA KEYED FOR MONTH"
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   MOVE QT-REP-NAME TO WS-REP-NAME
                   MOVE QT-QUOTA-AMOUNT TO WS-EDIT-QUOTA
                   MOVE WS-EDIT-QUOTA TO WS-BEFORE-QUOTA
                   MOVE "(REMOVED)" TO WS-AFTER-QUOTA
                   DELETE QUOTA-FILE
           END-READ
        .

       440-FETCH-BEFORE-IMAGE-ROUTINE.

      *    A REJECTED ADD STILL SHOWS THE QUOTA IT COLLIDED WITH ON
      *    THE AUDIT LISTING SO THE KEYING ERROR IS OBVIOUS
           MOVE MT-REP-ID TO QT-REP-ID
           MOVE MT-PERIOD-N TO QT-PERIOD

           READ QUOTA-FILE
               INVALID KEY
                   MOVE "(NONE)" TO WS-BEFORE-QUOTA
               NOT INVALID KEY
                   MOVE QT-REP-NAME TO WS-REP-NAME
                   MOVE QT-QUOTA-AMOUNT TO WS-EDIT-QUOTA
                   MOVE WS-EDIT-QUOTA TO WS-BEFORE-QUOTA
           END-READ
        .

       450-WRITE-APPLIED-LINE-ROUTINE.

           PERFORM 470-FORMAT-AUDIT-LINE-ROUTINE
           MOVE WS-AFTER-QUOTA TO AL-AFTER-QUOTA
           MOVE "APPLIED" TO AL-RESULT

           MOVE AUDIT-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       460-WRITE-REJECTED-LINE-ROUTINE.

           PERFORM 470-FORMAT-AUDIT-LINE-ROUTINE
           MOVE WS-BEFORE-QUOTA TO AL-AFTER-QUOTA
           MOVE "REJECTED" TO AL-RESULT

           MOVE AUDIT-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-REJECT-REASON-TEXT TO RL-REASON-TEXT
           MOVE AUDIT-REASON-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       470-FORMAT-AUDIT-LINE-ROUTINE.

           MOVE MT-ACTION-CODE TO AL-ACTION-CODE
           MOVE MT-REP-ID TO AL-REP-ID
           MOVE WS-REP-NAME TO AL-REP-NAME
           MOVE MT-PERIOD (5:2) TO AL-PERIOD-MM
           MOVE MT-PERIOD (1:4) TO AL-PERIOD-CCYY
           MOVE WS-BEFORE-QUOTA TO AL-BEFORE-QUOTA
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT
           MOVE APPLIED-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT
           MOVE REJECTED-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE MAINT-TRANS-FILE
                 QUOTA-FILE
                 MAINT-REPORT-OUT-FILE
           STOP RUN
        .
