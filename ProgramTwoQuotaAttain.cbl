       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoQuotaAttain.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that prints the monthly
      * quota attainment report management used to keep by hand.
      * Every ProgramTwoCommission run appends one rolled-up record
      * per rep to CommissionHistoryFile.dat; this program adds up
      * each rep's net sales value for the requested month and for
      * the year to date, sets it against the quotas keyed through
      * ProgramTwoQuotaMaint, and ranks the reps by how much of the
      * month's quota they attained.  Reps under the exception
      * percent are listed again on a separate exception page.
      * An account that changed reps part way through a month is
      * judged for that whole month against the rep it went to: the
      * account's sales dated in that month before the change,
      * which the nightly commission runs credited to the rep who
      * lost it, are taken off that rep's figures and given to the
      * rep who gained it.  Every move since January changes the
      * year-to-date figures; only the report month's own moves
      * change the month figures, and those are listed with the
      * sales moved so the adjustment can be followed.
      ****************************************************************
      * INPUT:
      *    The COMMISSION HISTORY FILE contains one record per rep
      *    per prior ProgramTwoCommission run (see COMHIST
      *    copybook).  A history record belongs to the month its
      *    CO-TO-DATE falls in.
      *    QUOTA.dat (see QUOTA copybook) - each rep's quota by
      *    month.  Missing means no rep has a quota.
      *    RepReassignLog.dat (see REASSIGN copybook) - every
      *    account ProgramTwoRepMaint has moved and the date it
      *    moved.  Missing means no account has moved.
      *    SalesHistoryFile.dat (see HISTREC copybook) - each
      *    account's sales by date, read only when an account moved
      *    between January and the end of the month.
      *    The month (CCYYMM) and the exception percent come from
      *    this program's QUOTAATTAIN record on ProgramTwoParams.txt
      *    when one is supplied (see PARMREC copybook), so the
      *    month-end stream can run unattended; the operator is
      *    prompted at the console when it is not.
      ****************************************************************
      * OUTPUT:
      *    The QUOTA ATTAINMENT REPORT:
      *       RANKING PAGE - ONE LINE PER REP, BEST ATTAINMENT FIRST:
      *         1. RANK (REPS WITH NO QUOTA FOR THE MONTH ARE LISTED
      *            LAST, UNRANKED)
      *         2. REP ID AND NAME, MARKED * WHERE AN ACCOUNT MOVED
      *            THIS YEAR CHANGED THE REP'S SALES
      *         3. MONTH SALES, QUOTA AND PERCENT ATTAINED
      *         4. YEAR-TO-DATE SALES, QUOTA AND PERCENT ATTAINED
      *       EXCEPTION PAGE - EVERY RANKED REP UNDER THE EXCEPTION
      *         PERCENT WITH THE SHORTFALL AGAINST QUOTA
      *       REASSIGNMENT PAGE - EVERY ACCOUNT MOVED IN THE MONTH
      *         WITH THE SALES MOVED BETWEEN REPS
      *    followed by the month's total sales and quota and counts
      *    of reps ranked, reps without a quota, reps on the
      *    exception list and accounts moved.
      ****************************************************************
      * CALCULATIONS:
      *    PERCENT ATTAINED = NET SALES VALUE * 100 / QUOTA
      *    YEAR TO DATE = JANUARY OF THE MONTH'S YEAR THROUGH THE
      *        MONTH ITSELF
      *    SALES MOVED = THE ACCOUNT'S SALES DATED IN THE MONTH IT
      *        CHANGED REPS, BEFORE THE DATE IT CHANGED, TAKEN OFF
      *        THE REP IT LEFT AND ADDED TO THE REP IT WENT TO.
      *        EVERY MOVE FROM JANUARY THROUGH THE MONTH IS APPLIED
      *        TO THE YEAR-TO-DATE SALES, SO AN ACCOUNT MOVED EARLIER
      *        IN THE YEAR STAYS WITH THE REP IT WENT TO; ONLY THE
      *        MONTH'S OWN MOVES CHANGE THE MONTH SALES AND ARE
      *        LISTED ON THE REASSIGNMENT PAGE.  AN ACCOUNT MOVED
      *        MORE THAN ONCE IS MOVED IN DATE ORDER, SO IT ENDS
      *        WITH THE LAST REP GIVEN IT.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-HISTORY-FILE
               ASSIGN TO 'CommissionHistoryFile.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT QUOTA-FILE
               ASSIGN TO 'QUOTA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-KEY
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT REASSIGN-LOG-FILE
               ASSIGN TO 'RepReassignLog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASSIGN-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SalesHistoryFile.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.
           SELECT ATTAIN-WORK-FILE
               ASSIGN TO 'PR2QA20U.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANKED-ATTAIN-FILE
               ASSIGN TO 'PR2QA20S.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'PR2QA20W.tmp'.
           SELECT ATTAIN-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'QuotaAttainmentReport.txt'.
           SELECT PARAMETER-FILE
               ASSIGN TO 'ProgramTwoParams.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMMISSION-HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.

           COPY COMHIST.

       FD  QUOTA-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY QUOTA.

       FD  REASSIGN-LOG-FILE
           RECORD CONTAINS 70 CHARACTERS.

           COPY REASSIGN.

       FD  SALES-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.

           COPY HISTREC.

       FD  ATTAIN-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ATTAIN-WORK-RECORD.
           05  AW-RANK-GROUP               PIC 9(1).
           05  AW-MONTH-PCT                PIC S9(4)V9.
           05  AW-REP-ID                   PIC 9(4).
           05  AW-REP-NAME                 PIC X(20).
           05  AW-MONTH-SALES              PIC S9(8)V99.
           05  AW-MONTH-QUOTA              PIC 9(8)V99.
           05  AW-YTD-SALES                PIC S9(9)V99.
           05  AW-YTD-QUOTA                PIC 9(9)V99.
           05  AW-YTD-PCT                  PIC S9(4)V9.
           05  AW-ADJUSTED-SW              PIC X(1).
           05  FILLER                      PIC X(2).

       FD  RANKED-ATTAIN-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RANKED-ATTAIN-RECORD.
           05  RK-RANK-GROUP               PIC 9(1).
           05  RK-MONTH-PCT                PIC S9(4)V9.
           05  RK-REP-ID                   PIC 9(4).
           05  RK-REP-NAME                 PIC X(20).
           05  RK-MONTH-SALES              PIC S9(8)V99.
           05  RK-MONTH-QUOTA              PIC 9(8)V99.
           05  RK-YTD-SALES                PIC S9(9)V99.
           05  RK-YTD-QUOTA                PIC 9(9)V99.
           05  RK-YTD-PCT                  PIC S9(4)V9.
           05  RK-ADJUSTED-SW              PIC X(1).
           05  FILLER                      PIC X(2).

      *    REPS WITH A QUOTA FOR THE MONTH (GROUP 1) RANK AHEAD OF
      *    THOSE WITHOUT, BEST ATTAINMENT FIRST
       SD  SORT-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SORT-ATTAIN-RECORD.
           05  SB-RANK-GROUP               PIC 9(1).
           05  SB-MONTH-PCT                PIC S9(4)V9.
           05  SB-REP-ID                   PIC 9(4).
           05  FILLER                      PIC X(70).

       FD  ATTAIN-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       FD  PARAMETER-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY PARMREC.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 WS-HISTORY-EOF-SW            PIC X(1)    VALUE "N".
           05 WS-QUOTA-EOF-SW              PIC X(1)    VALUE "N".
           05 WS-REASSIGN-EOF-SW           PIC X(1)    VALUE "N".
           05 WS-SALES-EOF-SW              PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-HISTORY-STATUS            PIC X(2).
           05 WS-QUOTA-STATUS              PIC X(2).
           05 WS-REASSIGN-STATUS           PIC X(2).
           05 WS-SALES-HISTORY-STATUS      PIC X(2).

       01  WS-PARAMETER-FIELDS.
           05 WS-PARAMETER-STATUS          PIC X(2).
           05 WS-PARM-EOF-SW               PIC X(1)    VALUE "N".
           05 WS-PARM-FOUND-SW             PIC X(3)    VALUE "NO".
           05 WS-PARM-SOURCE               PIC X(16)   VALUE SPACES.

       01  WS-PERIOD-FIELDS.
           05 WS-ATTAIN-PERIOD-X           PIC X(6).
           05 WS-ATTAIN-PERIOD             PIC 9(6)    VALUE 0.
           05 WS-ATTAIN-PERIOD-R REDEFINES WS-ATTAIN-PERIOD.
               10 WS-ATTAIN-CCYY           PIC 9(4).
               10 WS-ATTAIN-MM             PIC 9(2).
           05 WS-YEAR-START-PERIOD         PIC 9(6)    VALUE 0.

      *    A REP UNDER THIS PERCENT OF THE MONTH'S QUOTA GOES ON THE
      *    EXCEPTION LIST WHEN THE PARAMETER RECORD OR THE OPERATOR
      *    DOES NOT GIVE ONE
       01  WS-EXCEPTION-FIELDS.
           05 WS-DEFAULT-EXCEPTION-PCT     PIC 9(3)    VALUE 80.
           05 WS-EXCEPTION-PCT-X           PIC X(3).
           05 WS-EXCEPTION-PCT             PIC 9(3)    VALUE 0.

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.

       01  WS-REP-ATTAIN-TABLE.
           05 WS-REP-ENTRY-COUNT           PIC 9(3)    VALUE 0.
           05 WS-REP-SUB                   PIC 9(3)    VALUE 0.
           05 WS-REP-FOUND-SW              PIC X(3)    VALUE "NO".
           05 WS-FIND-REP-ID               PIC 9(4)    VALUE 0.
           05 WS-FIND-REP-NAME             PIC X(20)   VALUE SPACES.
           05 WS-REP-ENTRY                 OCCURS 200 TIMES.
               10 RT-REP-ID                PIC 9(4).
               10 RT-REP-NAME              PIC X(20).
               10 RT-MONTH-SALES           PIC S9(8)V99.
               10 RT-YTD-SALES             PIC S9(9)V99.
               10 RT-MONTH-QUOTA           PIC 9(8)V99.
               10 RT-YTD-QUOTA             PIC 9(9)V99.
               10 RT-ADJUSTED-SW           PIC X(1).

       01  WS-MOVED-ACCOUNT-TABLE.
           05 WS-MOVE-ENTRY-COUNT          PIC 9(3)    VALUE 0.
           05 WS-MOVE-SUB                  PIC 9(3)    VALUE 0.
           05 WS-MONTH-MOVE-COUNT          PIC 9(3)    VALUE 0.
           05 WS-MOVE-ENTRY                OCCURS 300 TIMES.
               10 MV-CUSTOMER-ID           PIC 9(5).
               10 MV-FROM-REP-ID           PIC 9(4).
               10 MV-FROM-REP-NAME         PIC X(20).
               10 MV-TO-REP-ID             PIC 9(4).
               10 MV-TO-REP-NAME           PIC X(20).
               10 MV-CHANGE-DATE           PIC 9(8).
               10 MV-MOVED-SALES           PIC S9(8)V99.
               10 MV-MONTH-SW              PIC X(1).

       01  WS-PCT-FIELDS.
           05 WS-PCT-SALES                 PIC S9(9)V99 VALUE 0.
           05 WS-PCT-QUOTA                 PIC 9(9)V99  VALUE 0.
           05 WS-PCT-RESULT                PIC S9(4)V9  VALUE 0.
           05 WS-EDIT-PCT                  PIC ZZZ9.9-.

       01  WS-RANK-FIELDS.
           05 WS-RANK-SEQ                  PIC 9(3)    VALUE 0.
           05 WS-RANK                      PIC 9(3)    VALUE 0.
           05 WS-PREV-PCT                  PIC S9(4)V9 VALUE 0.
           05 WS-EDIT-RANK                 PIC ZZ9.
           05 WS-SHORTFALL                 PIC S9(8)V99 VALUE 0.

       01  WS-GRAND-TOTAL-FIELDS.
           05 WS-GRAND-MONTH-SALES         PIC S9(9)V99 VALUE 0.
           05 WS-GRAND-MONTH-QUOTA         PIC 9(9)V99  VALUE 0.
           05 WS-RANKED-COUNT              PIC 9(5)     VALUE 0.
           05 WS-NO-QUOTA-COUNT            PIC 9(5)     VALUE 0.
           05 WS-EXCEPTION-COUNT           PIC 9(5)     VALUE 0.
           05 WS-ADJUSTED-COUNT            PIC 9(5)     VALUE 0.

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
                                       "SALES QUOTA ATTAINMENT      ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  PERIOD-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(7)    VALUE "MONTH: ".
           05  PH-PERIOD           PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PH-SOURCE           PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(16)   VALUE
                                       "EXCEPTION UNDER ".
           05  PH-EXCEPTION-PCT    PIC ZZ9.
           05                      PIC X(1)    VALUE "%".
           05  FILLER              PIC X(25)   VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(19)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "---------- MONTH -----------".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(30)   VALUE
                                      "-------- YEAR TO DATE --------".
           05                      PIC X(2)    VALUE SPACES.

       01  COLUMN-HEADING-FOUR.
           05                      PIC X(3)    VALUE "RNK".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(4)    VALUE "REP ".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(9)    VALUE "NAME".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(10)   VALUE "     SALES".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(9)    VALUE "    QUOTA".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(7)    VALUE "    PCT".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(11)   VALUE "      SALES".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(10)   VALUE "     QUOTA".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(7)    VALUE "    PCT".
           05                      PIC X(2)    VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-RANK             PIC X(3).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-REP-ID           PIC 9(4).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-REP-NAME         PIC X(8).
           05  DL-ADJUSTED-FLAG    PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-MONTH-SALES      PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-MONTH-QUOTA      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-MONTH-PCT        PIC X(7).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-YTD-SALES        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-YTD-QUOTA        PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-YTD-PCT          PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACES.

       01  ADJUSTED-NOTE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(50)   VALUE
               "* SALES INCLUDE ACCOUNTS MOVED BETWEEN REPS THIS Y".
           05                      PIC X(28)   VALUE
               "EAR - MONTH'S ON LAST PAGE  ".

       01  EXCEPTION-TITLE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(21)   VALUE
                                       "REPS ATTAINING UNDER ".
           05  ET-EXCEPTION-PCT    PIC ZZ9.
           05                      PIC X(24)   VALUE
                                       "% OF THE MONTH'S QUOTA  ".
           05  FILLER              PIC X(30)   VALUE SPACES.

       01  EXCEPTION-HEADING-LINE.
           05                      PIC X(3)    VALUE "RNK".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(4)    VALUE "REP ".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(20)   VALUE "NAME".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(10)   VALUE "     SALES".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(9)    VALUE "    QUOTA".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(7)    VALUE "    PCT".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(10)   VALUE " SHORTFALL".
           05                      PIC X(11)   VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  XL-RANK             PIC X(3).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  XL-REP-ID           PIC 9(4).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  XL-REP-NAME         PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  XL-MONTH-SALES      PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  XL-MONTH-QUOTA      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  XL-MONTH-PCT        PIC ZZZ9.9-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  XL-SHORTFALL        PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X(11)   VALUE SPACES.

       01  NO-EXCEPTION-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(40)   VALUE
                           "NO RANKED REP IS UNDER THE EXCEPTION PCT".
           05  FILLER              PIC X(38)   VALUE SPACES.

       01  MOVED-TITLE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(50)   VALUE
               "ACCOUNTS MOVED BETWEEN REPS IN THE MONTH - SALES D".
           05                      PIC X(28)   VALUE
               "ATED BEFORE THE MOVE        ".

       01  MOVED-HEADING-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(5)    VALUE "CUST ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "MOVED     ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(17)   VALUE "FROM REP".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(17)   VALUE "TO REP".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(13)   VALUE "  SALES MOVED".
           05                      PIC X(8)    VALUE SPACES.

       01  MOVED-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-CUSTOMER-ID      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-CHANGE-DATE.
               10  ML-CHANGE-MM    PIC X(2).
               10                  PIC X       VALUE "/".
               10  ML-CHANGE-DD    PIC X(2).
               10                  PIC X       VALUE "/".
               10  ML-CHANGE-YYYY  PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-FROM-REP-ID      PIC X(4).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  ML-FROM-REP-NAME    PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-TO-REP-ID        PIC X(4).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  ML-TO-REP-NAME      PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-MOVED-SALES      PIC $Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7)    VALUE SPACES.

       01  NO-MOVED-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05                      PIC X(40)   VALUE
                           "NO ACCOUNT CHANGED REPS IN THE MONTH    ".
           05  FILLER              PIC X(38)   VALUE SPACES.

       01  SALES-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "TOTAL SALES FOR THE MONTH:".
           05  TL-MONTH-SALES      PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(27)   VALUE SPACES.

       01  QUOTA-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "TOTAL QUOTA FOR THE MONTH:".
           05  TL-MONTH-QUOTA      PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(27)   VALUE SPACES.

       01  RANKED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "REPS RANKED:".
           05  TL-RANKED-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(36)   VALUE SPACES.

       01  NO-QUOTA-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "REPS WITH NO QUOTA:".
           05  TL-NO-QUOTA-COUNT   PIC ZZ,ZZ9.
           05  FILLER              PIC X(36)   VALUE SPACES.

       01  EXCEPTION-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "REPS ON THE EXCEPTION LIST:".
           05  TL-EXCEPTION-COUNT  PIC ZZ,ZZ9.
           05  FILLER              PIC X(36)   VALUE SPACES.

       01  MOVED-TOTAL-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "ACCOUNTS MOVED IN THE MONTH:".
           05  TL-MOVED-COUNT      PIC ZZ,ZZ9.
           05  FILLER              PIC X(36)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 170-LOAD-COMMISSION-HISTORY-ROUTINE
           PERFORM 180-LOAD-QUOTA-ROUTINE
           PERFORM 190-LOAD-MOVED-ACCOUNTS-ROUTINE
           PERFORM 400-REALIGN-MOVED-ACCOUNTS-ROUTINE
           PERFORM 420-BUILD-RANKED-FILE-ROUTINE
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 250-WRITE-COLUMN-HEADERS-ROUTINE
           PERFORM 350-READ-RANKED-FILE-ROUTINE
           PERFORM 500-EXCEPTION-LIST-ROUTINE
           PERFORM 520-MOVED-ACCOUNT-LIST-ROUTINE
           PERFORM 550-END-OF-FILE-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

           PERFORM 155-READ-PARAMETER-FILE-ROUTINE

           IF WS-PARM-FOUND-SW = "YES"
               PERFORM 160-APPLY-PARAMETER-ROUTINE
           ELSE
               MOVE "(CONSOLE)" TO WS-PARM-SOURCE
               DISPLAY "ENTER QUOTA MONTH (CCYYMM): "
               ACCEPT WS-ATTAIN-PERIOD-X FROM CONSOLE

               IF WS-ATTAIN-PERIOD-X NOT NUMERIC
                       OR WS-ATTAIN-PERIOD-X = "000000"
                   DISPLAY "QUOTA MONTH MUST BE A CCYYMM MONTH - "
                       "NO REPORT PRINTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ATTAIN-PERIOD-X TO WS-ATTAIN-PERIOD

               DISPLAY "ENTER EXCEPTION PERCENT (BLANK = "
                   WS-DEFAULT-EXCEPTION-PCT "): "
               ACCEPT WS-EXCEPTION-PCT-X FROM CONSOLE

               EVALUATE TRUE
                   WHEN WS-EXCEPTION-PCT-X = SPACES
                       MOVE WS-DEFAULT-EXCEPTION-PCT
                           TO WS-EXCEPTION-PCT
                   WHEN WS-EXCEPTION-PCT-X NUMERIC
                       MOVE WS-EXCEPTION-PCT-X TO WS-EXCEPTION-PCT
                   WHEN OTHER
                       DISPLAY "EXCEPTION PERCENT MUST BE 3 DIGITS - "
                           "NO REPORT PRINTED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF

           IF WS-ATTAIN-MM LESS THAN 1
                   OR WS-ATTAIN-MM GREATER THAN 12
               DISPLAY "QUOTA MONTH " WS-ATTAIN-PERIOD
                   " IS NOT A CCYYMM MONTH - NO REPORT PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE YEAR TO DATE RUNS FROM JANUARY OF THE MONTH'S YEAR
           MULTIPLY WS-ATTAIN-CCYY BY 100
               GIVING WS-YEAR-START-PERIOD
           ADD 1 TO WS-YEAR-START-PERIOD

           OPEN INPUT COMMISSION-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "CommissionHistoryFile.dat IS MISSING - RUN "
                   "ProgramTwoCommission FIRST - NO REPORT PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ATTAIN-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

           MOVE WS-ATTAIN-PERIOD TO PH-PERIOD
           MOVE WS-PARM-SOURCE TO PH-SOURCE
           MOVE WS-EXCEPTION-PCT TO PH-EXCEPTION-PCT
           MOVE WS-EXCEPTION-PCT TO ET-EXCEPTION-PCT
        .

       155-READ-PARAMETER-FILE-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO PARAMETER FILE WAS SUPPLIED
      *    - THE CONSOLE PROMPT TAKES OVER
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "35"
               PERFORM UNTIL WS-PARM-EOF-SW = "Y"
                       OR WS-PARM-FOUND-SW = "YES"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF-SW
                       NOT AT END
                           IF PR-PROGRAM-NAME = "QUOTAATTAIN"
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
                   AND (PR-VALUE-PCT = SPACES
                        OR PR-VALUE-PCT-N NUMERIC)
               MOVE PR-VALUE-MONTH-N TO WS-ATTAIN-PERIOD
               IF PR-VALUE-PCT = SPACES
                   MOVE WS-DEFAULT-EXCEPTION-PCT TO WS-EXCEPTION-PCT
               ELSE
                   MOVE PR-VALUE-PCT-N TO WS-EXCEPTION-PCT
               END-IF
           ELSE
               DISPLAY "INVALID QUOTAATTAIN PARAMETER RECORD - "
                   "MODE " PR-SELECTION-MODE
                   " VALUE " PR-SELECTION-VALUE
                   " - NO REPORT PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
        .

       170-LOAD-COMMISSION-HISTORY-ROUTINE.

      *    A RUN BELONGS TO THE MONTH ITS LATEST TRANSACTION DATE
      *    FALLS IN, THE SAME AS ON THE PAY STATEMENTS
           PERFORM UNTIL WS-HISTORY-EOF-SW = "Y"
               READ COMMISSION-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF-SW
                   NOT AT END
                       IF CO-TO-DATE (1:6) NOT LESS THAN
                               WS-YEAR-START-PERIOD
                           AND CO-TO-DATE (1:6) NOT GREATER THAN
                               WS-ATTAIN-PERIOD
                           PERFORM 175-ADD-COMMISSION-ROUTINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMMISSION-HISTORY-FILE
        .

       175-ADD-COMMISSION-ROUTINE.

           MOVE CO-REP-ID TO WS-FIND-REP-ID
           MOVE CO-REP-NAME TO WS-FIND-REP-NAME
           PERFORM 460-FIND-REP-ROUTINE

           IF WS-REP-FOUND-SW = "YES"
               ADD CO-SALES-VALUE-TOTAL TO RT-YTD-SALES (WS-REP-SUB)
               IF CO-TO-DATE (1:6) = WS-ATTAIN-PERIOD
                   ADD CO-SALES-VALUE-TOTAL
                       TO RT-MONTH-SALES (WS-REP-SUB)
               END-IF
           END-IF
        .

       180-LOAD-QUOTA-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO QUOTA HAS BEEN KEYED - EVERY
      *    REP IS LISTED UNRANKED
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS = "35"
               DISPLAY "QUOTA.dat IS MISSING - NO REP HAS A QUOTA"
           ELSE
               PERFORM UNTIL WS-QUOTA-EOF-SW = "Y"
                   READ QUOTA-FILE
                       AT END
                           MOVE "Y" TO WS-QUOTA-EOF-SW
                       NOT AT END
                           IF QT-PERIOD NOT LESS THAN
                                   WS-YEAR-START-PERIOD
                               AND QT-PERIOD NOT GREATER THAN
                                   WS-ATTAIN-PERIOD
                               PERFORM 185-ADD-QUOTA-ROUTINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTA-FILE
           END-IF
        .

       185-ADD-QUOTA-ROUTINE.

           MOVE QT-REP-ID TO WS-FIND-REP-ID
           MOVE QT-REP-NAME TO WS-FIND-REP-NAME
           PERFORM 460-FIND-REP-ROUTINE

           IF WS-REP-FOUND-SW = "YES"
               ADD QT-QUOTA-AMOUNT TO RT-YTD-QUOTA (WS-REP-SUB)
               IF QT-PERIOD = WS-ATTAIN-PERIOD
                   ADD QT-QUOTA-AMOUNT
                       TO RT-MONTH-QUOTA (WS-REP-SUB)
               END-IF
           END-IF
        .

       190-LOAD-MOVED-ACCOUNTS-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO ACCOUNT HAS EVER MOVED.  THE
      *    LOG IS WRITTEN IN THE ORDER THE MOVES WERE MADE, WHICH IS
      *    THE ORDER THEY MUST BE APPLIED IN.  EVERY MOVE SINCE
      *    JANUARY IS LOADED - THE YEAR-TO-DATE SALES NEED THEM ALL
           OPEN INPUT REASSIGN-LOG-FILE
           IF WS-REASSIGN-STATUS NOT = "35"
               PERFORM UNTIL WS-REASSIGN-EOF-SW = "Y"
                   READ REASSIGN-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-REASSIGN-EOF-SW
                       NOT AT END
                           IF RA-CHANGE-DATE (1:6) NOT LESS THAN
                                       WS-YEAR-START-PERIOD
                               AND RA-CHANGE-DATE (1:6) NOT GREATER
                                       THAN WS-ATTAIN-PERIOD
                               AND RA-FROM-REP-ID NOT = RA-TO-REP-ID
                               PERFORM 195-ADD-MOVED-ACCOUNT-ROUTINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASSIGN-LOG-FILE
           END-IF

           IF WS-MOVE-ENTRY-COUNT GREATER THAN ZERO
               PERFORM 196-MEASURE-MOVED-SALES-ROUTINE
           END-IF
        .

       195-ADD-MOVED-ACCOUNT-ROUTINE.

           IF WS-MOVE-ENTRY-COUNT LESS THAN 300
               ADD 1 TO WS-MOVE-ENTRY-COUNT
               MOVE WS-MOVE-ENTRY-COUNT TO WS-MOVE-SUB
               MOVE RA-CUSTOMER-ID TO MV-CUSTOMER-ID (WS-MOVE-SUB)
               MOVE RA-FROM-REP-ID TO MV-FROM-REP-ID (WS-MOVE-SUB)
               MOVE RA-FROM-REP-NAME
                   TO MV-FROM-REP-NAME (WS-MOVE-SUB)
               MOVE RA-TO-REP-ID TO MV-TO-REP-ID (WS-MOVE-SUB)
               MOVE RA-TO-REP-NAME TO MV-TO-REP-NAME (WS-MOVE-SUB)
               MOVE RA-CHANGE-DATE TO MV-CHANGE-DATE (WS-MOVE-SUB)
               MOVE ZEROES TO MV-MOVED-SALES (WS-MOVE-SUB)
               IF RA-CHANGE-DATE (1:6) = WS-ATTAIN-PERIOD
                   MOVE "Y" TO MV-MONTH-SW (WS-MOVE-SUB)
                   ADD 1 TO WS-MONTH-MOVE-COUNT
               ELSE
                   MOVE "N" TO MV-MONTH-SW (WS-MOVE-SUB)
               END-IF
           ELSE
               DISPLAY "MOVED ACCOUNT TABLE FULL - ACCOUNT "
                   RA-CUSTOMER-ID " MOVED " RA-CHANGE-DATE
                   " NOT REALIGNED"
           END-IF
        .

       196-MEASURE-MOVED-SALES-ROUTINE.

      *    WITHOUT THE SALES HISTORY THERE IS NO WAY TO TELL WHAT A
      *    MOVED ACCOUNT SOLD BEFORE IT MOVED - THE ACCOUNTS ARE
      *    STILL LISTED, WITH NOTHING MOVED
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALES-HISTORY-STATUS = "35"
               DISPLAY "SalesHistoryFile.dat IS MISSING - MOVED "
                   "ACCOUNTS NOT REALIGNED"
           ELSE
               PERFORM UNTIL WS-SALES-EOF-SW = "Y"
                   READ SALES-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-SALES-EOF-SW
                       NOT AT END
                           IF CH-TRANS-DATE (1:6) NOT LESS THAN
                                       WS-YEAR-START-PERIOD
                               AND CH-TRANS-DATE (1:6) NOT GREATER
                                       THAN WS-ATTAIN-PERIOD
                               PERFORM 197-MATCH-MOVED-SALES-ROUTINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF
        .

       197-MATCH-MOVED-SALES-ROUTINE.

      *    A MOVE TAKES EFFECT FROM THE NIGHT OF THE DAY IT WAS
      *    MADE, SO ONLY SALES DATED BEFORE THAT DAY WENT TO THE REP
      *    THE ACCOUNT LEFT.  SALES IN EARLIER MONTHS WERE THAT REP'S
      *    ACCOUNT WHEN MADE AND STAY WITH IT, SO ONLY THE CHANGE
      *    MONTH IS MEASURED.  AN ACCOUNT MOVED TWICE COUNTS THE
      *    SALES BEFORE EACH MOVE AGAINST THAT MOVE
           MOVE 1 TO WS-MOVE-SUB

           PERFORM UNTIL WS-MOVE-SUB > WS-MOVE-ENTRY-COUNT
               IF MV-CUSTOMER-ID (WS-MOVE-SUB) = CH-CUSTOMER-ID
                   AND CH-TRANS-DATE (1:6) =
                       MV-CHANGE-DATE (WS-MOVE-SUB) (1:6)
                   AND CH-TRANS-DATE LESS THAN
                       MV-CHANGE-DATE (WS-MOVE-SUB)
                   ADD CH-SALES-VALUE-TOTAL
                       TO MV-MOVED-SALES (WS-MOVE-SUB)
               END-IF
               ADD 1 TO WS-MOVE-SUB
           END-PERFORM
        .

       200-WRITE-REPORT-HEADERS-ROUTINE.

           WRITE REPORT-RECORD FROM REPORT-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE REPORT-HEADING-TWO TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE PERIOD-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       250-WRITE-COLUMN-HEADERS-ROUTINE.

           MOVE 3 TO PROPER-SPACING
           MOVE COLUMN-HEADING-THREE TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 1 TO PROPER-SPACING
           MOVE COLUMN-HEADING-FOUR TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO REPORT-RECORD
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       300-WRITE-LINES-ROUTINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
        .

       350-READ-RANKED-FILE-ROUTINE.

           OPEN INPUT RANKED-ATTAIN-FILE
           MOVE "N" TO NO-MORE-DATA
           MOVE ZEROES TO WS-RANK-SEQ

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ RANKED-ATTAIN-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 440-PRINT-RANKED-LINE-ROUTINE
               END-READ
           END-PERFORM

           CLOSE RANKED-ATTAIN-FILE

           IF WS-ADJUSTED-COUNT GREATER THAN ZERO
               MOVE ADJUSTED-NOTE-LINE TO REPORT-RECORD
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF
        .

       400-REALIGN-MOVED-ACCOUNTS-ROUTINE.

           MOVE 1 TO WS-MOVE-SUB

           PERFORM UNTIL WS-MOVE-SUB > WS-MOVE-ENTRY-COUNT
               IF MV-MOVED-SALES (WS-MOVE-SUB) NOT = ZERO
                   PERFORM 410-REALIGN-ONE-ACCOUNT-ROUTINE
               END-IF
               ADD 1 TO WS-MOVE-SUB
           END-PERFORM
        .

       410-REALIGN-ONE-ACCOUNT-ROUTINE.

      *    REP ZERO IS "NO REP" - NOTHING IS TAKEN FROM AN ACCOUNT
      *    THAT HAD NONE (AN ADD), NOR GIVEN TO ONE LEFT WITH NONE
      *    (A REMOVAL).  A MOVE IN AN EARLIER MONTH CHANGES ONLY THE
      *    YEAR-TO-DATE SALES
           IF MV-FROM-REP-ID (WS-MOVE-SUB) NOT = ZERO
               MOVE MV-FROM-REP-ID (WS-MOVE-SUB) TO WS-FIND-REP-ID
               MOVE MV-FROM-REP-NAME (WS-MOVE-SUB)
                   TO WS-FIND-REP-NAME
               PERFORM 460-FIND-REP-ROUTINE
               IF WS-REP-FOUND-SW = "YES"
                   IF MV-MONTH-SW (WS-MOVE-SUB) = "Y"
                       SUBTRACT MV-MOVED-SALES (WS-MOVE-SUB)
                           FROM RT-MONTH-SALES (WS-REP-SUB)
                   END-IF
                   SUBTRACT MV-MOVED-SALES (WS-MOVE-SUB)
                       FROM RT-YTD-SALES (WS-REP-SUB)
                   MOVE "*" TO RT-ADJUSTED-SW (WS-REP-SUB)
               END-IF
           END-IF

           IF MV-TO-REP-ID (WS-MOVE-SUB) NOT = ZERO
               MOVE MV-TO-REP-ID (WS-MOVE-SUB) TO WS-FIND-REP-ID
               MOVE MV-TO-REP-NAME (WS-MOVE-SUB) TO WS-FIND-REP-NAME
               PERFORM 460-FIND-REP-ROUTINE
               IF WS-REP-FOUND-SW = "YES"
                   IF MV-MONTH-SW (WS-MOVE-SUB) = "Y"
                       ADD MV-MOVED-SALES (WS-MOVE-SUB)
                           TO RT-MONTH-SALES (WS-REP-SUB)
                   END-IF
                   ADD MV-MOVED-SALES (WS-MOVE-SUB)
                       TO RT-YTD-SALES (WS-REP-SUB)
                   MOVE "*" TO RT-ADJUSTED-SW (WS-REP-SUB)
               END-IF
           END-IF
        .

       420-BUILD-RANKED-FILE-ROUTINE.

           OPEN OUTPUT ATTAIN-WORK-FILE

           MOVE 1 TO WS-REP-SUB
           PERFORM UNTIL WS-REP-SUB > WS-REP-ENTRY-COUNT
               PERFORM 430-WRITE-WORK-RECORD-ROUTINE
               ADD 1 TO WS-REP-SUB
           END-PERFORM

           CLOSE ATTAIN-WORK-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SB-RANK-GROUP
                  DESCENDING KEY SB-MONTH-PCT
                  ASCENDING KEY SB-REP-ID
               USING ATTAIN-WORK-FILE
               GIVING RANKED-ATTAIN-FILE
        .

       430-WRITE-WORK-RECORD-ROUTINE.

           MOVE SPACES TO ATTAIN-WORK-RECORD
           MOVE RT-REP-ID (WS-REP-SUB) TO AW-REP-ID
           MOVE RT-REP-NAME (WS-REP-SUB) TO AW-REP-NAME
           MOVE RT-MONTH-SALES (WS-REP-SUB) TO AW-MONTH-SALES
           MOVE RT-MONTH-QUOTA (WS-REP-SUB) TO AW-MONTH-QUOTA
           MOVE RT-YTD-SALES (WS-REP-SUB) TO AW-YTD-SALES
           MOVE RT-YTD-QUOTA (WS-REP-SUB) TO AW-YTD-QUOTA
           MOVE RT-ADJUSTED-SW (WS-REP-SUB) TO AW-ADJUSTED-SW

           MOVE RT-MONTH-SALES (WS-REP-SUB) TO WS-PCT-SALES
           MOVE RT-MONTH-QUOTA (WS-REP-SUB) TO WS-PCT-QUOTA
           PERFORM 480-FIGURE-ATTAIN-PCT-ROUTINE
           MOVE WS-PCT-RESULT TO AW-MONTH-PCT

           MOVE RT-YTD-SALES (WS-REP-SUB) TO WS-PCT-SALES
           MOVE RT-YTD-QUOTA (WS-REP-SUB) TO WS-PCT-QUOTA
           PERFORM 480-FIGURE-ATTAIN-PCT-ROUTINE
           MOVE WS-PCT-RESULT TO AW-YTD-PCT

      *    A REP CAN ONLY BE RANKED ON A MONTH THEY HAD A QUOTA FOR
           IF RT-MONTH-QUOTA (WS-REP-SUB) GREATER THAN ZERO
               MOVE 1 TO AW-RANK-GROUP
           ELSE
               MOVE 2 TO AW-RANK-GROUP
           END-IF

           IF RT-ADJUSTED-SW (WS-REP-SUB) = "*"
               ADD 1 TO WS-ADJUSTED-COUNT
           END-IF
           ADD RT-MONTH-SALES (WS-REP-SUB) TO WS-GRAND-MONTH-SALES
           ADD RT-MONTH-QUOTA (WS-REP-SUB) TO WS-GRAND-MONTH-QUOTA

           WRITE ATTAIN-WORK-RECORD
        .

       440-PRINT-RANKED-LINE-ROUTINE.

           PERFORM 450-FIGURE-RANK-ROUTINE

           MOVE RK-REP-ID TO DL-REP-ID
           MOVE RK-REP-NAME TO DL-REP-NAME
           MOVE RK-ADJUSTED-SW TO DL-ADJUSTED-FLAG
           MOVE RK-MONTH-SALES TO DL-MONTH-SALES
           MOVE RK-MONTH-QUOTA TO DL-MONTH-QUOTA
           MOVE RK-YTD-SALES TO DL-YTD-SALES
           MOVE RK-YTD-QUOTA TO DL-YTD-QUOTA

           IF RK-RANK-GROUP = 1
               MOVE WS-EDIT-RANK TO DL-RANK
               MOVE RK-MONTH-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO DL-MONTH-PCT
               ADD 1 TO WS-RANKED-COUNT
               IF RK-MONTH-PCT LESS THAN WS-EXCEPTION-PCT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           ELSE
               MOVE SPACES TO DL-RANK
               MOVE "    N/A" TO DL-MONTH-PCT
               ADD 1 TO WS-NO-QUOTA-COUNT
           END-IF

           IF RK-YTD-QUOTA GREATER THAN ZERO
               MOVE RK-YTD-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO DL-YTD-PCT
           ELSE
               MOVE "    N/A" TO DL-YTD-PCT
           END-IF

           MOVE DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       450-FIGURE-RANK-ROUTINE.

      *    REPS ON THE SAME PERCENT SHARE A RANK AND THE NEXT REP
      *    DOWN TAKES THE RANK AFTER ALL OF THEM (1, 2, 2, 4)
           IF RK-RANK-GROUP = 1
               ADD 1 TO WS-RANK-SEQ
               IF WS-RANK-SEQ = 1
                       OR RK-MONTH-PCT NOT = WS-PREV-PCT
                   MOVE WS-RANK-SEQ TO WS-RANK
               END-IF
               MOVE RK-MONTH-PCT TO WS-PREV-PCT
               MOVE WS-RANK TO WS-EDIT-RANK
           END-IF
        .

       460-FIND-REP-ROUTINE.

           MOVE "NO" TO WS-REP-FOUND-SW
           MOVE 1 TO WS-REP-SUB

           PERFORM UNTIL WS-REP-SUB > WS-REP-ENTRY-COUNT
                   OR WS-REP-FOUND-SW = "YES"
               IF RT-REP-ID (WS-REP-SUB) = WS-FIND-REP-ID
                   MOVE "YES" TO WS-REP-FOUND-SW
               ELSE
                   ADD 1 TO WS-REP-SUB
               END-IF
           END-PERFORM

           IF WS-REP-FOUND-SW = "NO"
               IF WS-REP-ENTRY-COUNT LESS THAN 200
                   ADD 1 TO WS-REP-ENTRY-COUNT
                   MOVE WS-REP-ENTRY-COUNT TO WS-REP-SUB
                   MOVE WS-FIND-REP-ID TO RT-REP-ID (WS-REP-SUB)
                   MOVE SPACES TO RT-REP-NAME (WS-REP-SUB)
                   MOVE ZEROES TO RT-MONTH-SALES (WS-REP-SUB)
                   MOVE ZEROES TO RT-YTD-SALES (WS-REP-SUB)
                   MOVE ZEROES TO RT-MONTH-QUOTA (WS-REP-SUB)
                   MOVE ZEROES TO RT-YTD-QUOTA (WS-REP-SUB)
                   MOVE SPACE TO RT-ADJUSTED-SW (WS-REP-SUB)
                   MOVE "YES" TO WS-REP-FOUND-SW
               ELSE
                   DISPLAY "REP TABLE FULL - REP " WS-FIND-REP-ID
                       " NOT REPORTED"
               END-IF
           END-IF

           IF WS-REP-FOUND-SW = "YES"
                   AND RT-REP-NAME (WS-REP-SUB) = SPACES
               MOVE WS-FIND-REP-NAME TO RT-REP-NAME (WS-REP-SUB)
           END-IF
        .

       480-FIGURE-ATTAIN-PCT-ROUTINE.

      *    NO QUOTA MEANS NOTHING TO ATTAIN.  A PERCENT TOO LARGE TO
      *    PRINT (A TINY QUOTA) SHOWS AS 9999.9
           IF WS-PCT-QUOTA = ZERO
               MOVE ZEROES TO WS-PCT-RESULT
           ELSE
               COMPUTE WS-PCT-RESULT ROUNDED =
                       WS-PCT-SALES * 100 / WS-PCT-QUOTA
                   ON SIZE ERROR
                       IF WS-PCT-SALES LESS THAN ZERO
                           MOVE -9999.9 TO WS-PCT-RESULT
                       ELSE
                           MOVE 9999.9 TO WS-PCT-RESULT
                       END-IF
               END-COMPUTE
           END-IF
        .

       500-EXCEPTION-LIST-ROUTINE.

           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE

           MOVE EXCEPTION-TITLE-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE EXCEPTION-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

      *    THE RANKED FILE IS READ AGAIN SO THE EXCEPTION LIST CARRIES
      *    THE SAME RANKS AS THE RANKING PAGE
           OPEN INPUT RANKED-ATTAIN-FILE
           MOVE "N" TO NO-MORE-DATA
           MOVE ZEROES TO WS-RANK-SEQ

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ RANKED-ATTAIN-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       PERFORM 510-PRINT-EXCEPTION-LINE-ROUTINE
               END-READ
           END-PERFORM

           CLOSE RANKED-ATTAIN-FILE

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE NO-EXCEPTION-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF
        .

       510-PRINT-EXCEPTION-LINE-ROUTINE.

           PERFORM 450-FIGURE-RANK-ROUTINE

           IF RK-RANK-GROUP = 1
                   AND RK-MONTH-PCT LESS THAN WS-EXCEPTION-PCT
               MOVE WS-EDIT-RANK TO XL-RANK
               MOVE RK-REP-ID TO XL-REP-ID
               MOVE RK-REP-NAME TO XL-REP-NAME
               MOVE RK-MONTH-SALES TO XL-MONTH-SALES
               MOVE RK-MONTH-QUOTA TO XL-MONTH-QUOTA
               MOVE RK-MONTH-PCT TO XL-MONTH-PCT
               SUBTRACT RK-MONTH-SALES FROM RK-MONTH-QUOTA
                   GIVING WS-SHORTFALL
               MOVE WS-SHORTFALL TO XL-SHORTFALL

               MOVE EXCEPTION-DETAIL-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF
        .

       520-MOVED-ACCOUNT-LIST-ROUTINE.

           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE

           MOVE MOVED-TITLE-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE MOVED-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE 1 TO WS-MOVE-SUB
           PERFORM UNTIL WS-MOVE-SUB > WS-MOVE-ENTRY-COUNT
               IF MV-MONTH-SW (WS-MOVE-SUB) = "Y"
                   PERFORM 530-PRINT-MOVED-LINE-ROUTINE
               END-IF
               ADD 1 TO WS-MOVE-SUB
           END-PERFORM

           IF WS-MONTH-MOVE-COUNT = ZERO
               MOVE NO-MOVED-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF
        .

       530-PRINT-MOVED-LINE-ROUTINE.

           MOVE MV-CUSTOMER-ID (WS-MOVE-SUB) TO ML-CUSTOMER-ID
           MOVE MV-CHANGE-DATE (WS-MOVE-SUB) (5:2) TO ML-CHANGE-MM
           MOVE MV-CHANGE-DATE (WS-MOVE-SUB) (7:2) TO ML-CHANGE-DD
           MOVE MV-CHANGE-DATE (WS-MOVE-SUB) (1:4) TO ML-CHANGE-YYYY

           IF MV-FROM-REP-ID (WS-MOVE-SUB) = ZERO
               MOVE SPACES TO ML-FROM-REP-ID
               MOVE "(NONE)" TO ML-FROM-REP-NAME
           ELSE
               MOVE MV-FROM-REP-ID (WS-MOVE-SUB) TO ML-FROM-REP-ID
               MOVE MV-FROM-REP-NAME (WS-MOVE-SUB)
                   TO ML-FROM-REP-NAME
           END-IF

           IF MV-TO-REP-ID (WS-MOVE-SUB) = ZERO
               MOVE SPACES TO ML-TO-REP-ID
               MOVE "(REMOVED)" TO ML-TO-REP-NAME
           ELSE
               MOVE MV-TO-REP-ID (WS-MOVE-SUB) TO ML-TO-REP-ID
               MOVE MV-TO-REP-NAME (WS-MOVE-SUB) TO ML-TO-REP-NAME
           END-IF

           MOVE MV-MOVED-SALES (WS-MOVE-SUB) TO ML-MOVED-SALES

           MOVE MOVED-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-GRAND-MONTH-SALES TO TL-MONTH-SALES
           MOVE SALES-TOTAL-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-GRAND-MONTH-QUOTA TO TL-MONTH-QUOTA
           MOVE QUOTA-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-RANKED-COUNT TO TL-RANKED-COUNT
           MOVE RANKED-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-NO-QUOTA-COUNT TO TL-NO-QUOTA-COUNT
           MOVE NO-QUOTA-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
           MOVE EXCEPTION-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-MONTH-MOVE-COUNT TO TL-MOVED-COUNT
           MOVE MOVED-TOTAL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       600-CLOSE-ROUTINE.

           CLOSE ATTAIN-REPORT-OUT-FILE
           STOP RUN
        .
