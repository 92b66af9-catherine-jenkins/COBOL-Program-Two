      *    ProgramTwo run accumulated (see RUNTOT copybook).  Missing
      *    means ProgramTwo never reached clean end of job.
      *    PR2FA20.txt, PR2FA20G.tmp, SalesRejectFile.txt,
      *    CreditHoldFile.txt, SalesReportFile.csv,
      *    SalesHistoryFile.dat - the run's input and outputs,
      *    recounted and re-summed from disk.
      ****************************************************************
      * OUTPUT:
      *    The RUN BALANCING REPORT, one line per check plus the
      *    figures on each side:
      *         1. EXTRACT RECORDS READ = CONTROL COUNT
      *         2. RECORDS IN (EXTRACT + RECYCLED + CREDIT
      *            RELEASES + ORDER RELEASES) = GOOD RECORDS +
      *            REJECTS + CREDIT HELD
      *         3. CSV DETAIL SUMS = REPORT GRAND TOTALS
      *         4. HISTORY RECORDS APPENDED = REPORT GRAND TOTALS
      *    The program ends with RETURN-CODE 8 when any check is out
               ASSIGN TO 'SalesRejectFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT CREDIT-HOLD-FILE
               ASSIGN TO 'CreditHoldFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-HOLD-STATUS.
           SELECT SALES-CSV-FILE
               ASSIGN TO 'SalesReportFile.csv'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 67 CHARACTERS.

           COPY RUNTOT.


       01  REJECT-RECORD                   PIC X(120).

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.

       01  CREDIT-HOLD-RECORD              PIC X(144).

       FD  SALES-CSV-FILE
           RECORD CONTAINS 80 CHARACTERS.

           05 WS-EXTRACT-STATUS            PIC X(2).
           05 WS-GOOD-STATUS               PIC X(2).
           05 WS-REJECT-STATUS             PIC X(2).
           05 WS-CREDIT-HOLD-STATUS        PIC X(2).
           05 WS-CSV-STATUS                PIC X(2).
           05 WS-HISTORY-STATUS            PIC X(2).

       01  WS-CONTROL-TOTALS-FIELDS.
           05 WS-CTL-EXTRACT-READ-COUNT    PIC 9(7)     VALUE 0.
           05 WS-CTL-RECYCLE-READ-COUNT    PIC 9(5)     VALUE 0.
           05 WS-CTL-RELEASE-READ-COUNT    PIC 9(5)     VALUE 0.
           05 WS-CTL-ORDER-READ-COUNT      PIC 9(5)     VALUE 0.
           05 WS-CTL-GRAND-QTY-TOTAL       PIC S9(7)    VALUE 0.
           05 WS-CTL-GRAND-VALUE-TOTAL     PIC S9(8)V99 VALUE 0.
           05 WS-CTL-HISTORY-WRITTEN       PIC 9(5)     VALUE 0.
           05 WS-EXTRACT-COUNT             PIC 9(7)    VALUE 0.
           05 WS-GOOD-COUNT                PIC 9(7)    VALUE 0.
           05 WS-REJECT-COUNT              PIC 9(7)    VALUE 0.
           05 WS-CREDIT-HELD-COUNT         PIC 9(7)    VALUE 0.
           05 WS-INPUT-SIDE-COUNT          PIC 9(7)    VALUE 0.
           05 WS-OUTPUT-SIDE-COUNT         PIC 9(7)    VALUE 0.
           05 WS-CSV-LINE-SW               PIC X(3)    VALUE "YES".
           PERFORM 310-COUNT-EXTRACT-ROUTINE
           PERFORM 320-COUNT-GOOD-FILE-ROUTINE
           PERFORM 330-COUNT-REJECT-FILE-ROUTINE
           PERFORM 335-COUNT-CREDIT-HOLD-ROUTINE
           PERFORM 340-SUM-CSV-ROUTINE
           PERFORM 360-SUM-HISTORY-ROUTINE
           PERFORM 400-CHECK-EXTRACT-COUNT-ROUTINE
                           TO WS-CTL-EXTRACT-READ-COUNT
                       MOVE RT-RECYCLE-READ-COUNT
                           TO WS-CTL-RECYCLE-READ-COUNT
                       MOVE RT-RELEASE-READ-COUNT
                           TO WS-CTL-RELEASE-READ-COUNT
                       MOVE RT-ORDER-READ-COUNT
                           TO WS-CTL-ORDER-READ-COUNT
                       MOVE RT-GRAND-QTY-SOLD-TOTAL
                           TO WS-CTL-GRAND-QTY-TOTAL
                       MOVE RT-GRAND-SALES-VALUE-TOTAL
           END-IF
        .

       335-COUNT-CREDIT-HOLD-ROUTINE.

      *    ProgramTwo REWRITES THE CREDIT HOLD FILE EVERY RUN, SO
      *    EVERY RECORD ON IT IS THIS RUN'S.  FILE STATUS 35 JUST
      *    MEANS NO RUN HAS HELD ANYTHING YET
           MOVE "N" TO NO-MORE-DATA
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-CREDIT-HOLD-STATUS NOT = "35"
               PERFORM UNTIL NO-MORE-DATA = "Y"
                   READ CREDIT-HOLD-FILE
                       AT END
                           MOVE "Y" TO NO-MORE-DATA
                       NOT AT END
                           ADD 1 TO WS-CREDIT-HELD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF
        .

       340-SUM-CSV-ROUTINE.

           MOVE "N" TO NO-MORE-DATA
       410-CHECK-RECORD-SPLIT-ROUTINE.

           ADD WS-CTL-EXTRACT-READ-COUNT WS-CTL-RECYCLE-READ-COUNT
               WS-CTL-RELEASE-READ-COUNT WS-CTL-ORDER-READ-COUNT
               GIVING WS-INPUT-SIDE-COUNT
           ADD WS-GOOD-COUNT WS-REJECT-COUNT WS-CREDIT-HELD-COUNT
               GIVING WS-OUTPUT-SIDE-COUNT

           MOVE "RECORDS IN EQUAL GOOD PLUS REJECTS PLUS HELD"
               TO CK-DESCRIPTION
           MOVE WS-INPUT-SIDE-COUNT TO CV-CONTROL-VALUE
           MOVE WS-OUTPUT-SIDE-COUNT TO CV-ACTUAL-VALUE
