      *    the reason any transaction was rejected, and counts of
      *    transactions applied and rejected plus accounts moved by
      *    mass reassignment.
      *    RepReassignLog.dat (see REASSIGN copybook) with one record
      *    appended, dated today, for every account that changed
      *    hands - added, moved to a different rep, removed, or moved
      *    by mass reassignment - so ProgramTwoQuotaAttain can tell
      *    when an account moved after the master has been changed.
      ****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-CUSTOMER-ID
               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT REASSIGN-LOG-FILE
               ASSIGN TO 'RepReassignLog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASSIGN-STATUS.
           SELECT MAINT-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'RepMaintAuditReport.txt'.


           COPY SALESREP.

       FD  REASSIGN-LOG-FILE
           RECORD CONTAINS 70 CHARACTERS.

           COPY REASSIGN.

       FD  MAINT-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.


       01  WS-REPMAST-FIELDS.
           05 WS-REPMAST-STATUS            PIC X(2).
           05 WS-REASSIGN-STATUS           PIC X(2).

       01  WS-MAINT-FIELDS.
           05 WS-TRANS-VALID-SW            PIC X(3)    VALUE "YES".
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-TODAY-FIELDS.
           05 WS-TODAY-CC                  PIC 9(8)    VALUE 0.
           05 WS-DATE-TEMP                 PIC 9(8)    VALUE 0.

       01  WS-REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.

           OPEN INPUT  MAINT-TRANS-FILE
                OUTPUT MAINT-REPORT-OUT-FILE

      *    THE REASSIGNMENT LOG IS KEPT FROM RUN TO RUN - FILE
      *    STATUS 35 JUST MEANS NO ACCOUNT HAS MOVED YET
           OPEN EXTEND REASSIGN-LOG-FILE
           IF WS-REASSIGN-STATUS = "35"
               OPEN OUTPUT REASSIGN-LOG-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR

      *    TODAY AS CCYYMMDD - STAMPED ON EVERY REASSIGNMENT LOGGED
           ADD 20000000 TO WS-TODAY-CC
           MULTIPLY WS-YEAR BY 10000 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           MULTIPLY WS-MONTH BY 100 GIVING WS-DATE-TEMP
           ADD WS-DATE-TEMP TO WS-TODAY-CC
           ADD WS-DAY TO WS-TODAY-CC
        .

       200-WRITE-REPORT-HEADERS-ROUTINE.
                   MOVE "ACCOUNT ALREADY ASSIGNED"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 440-FETCH-BEFORE-IMAGE-ROUTINE
               NOT INVALID KEY
                   PERFORM 495-LOG-REASSIGNMENT-ROUTINE
           END-WRITE
        .

                   MOVE MT-REP-NAME TO RM-REP-NAME
                   MOVE MT-COMMISSION-RATE-N TO RM-COMMISSION-RATE
                   REWRITE REP-MASTER-RECORD
      *            A RATE OR NAME CORRECTION LEAVES THE ACCOUNT WITH
      *            THE SAME REP - ONLY A CHANGE OF REP IS LOGGED
                   IF RM-REP-ID NOT = WS-BEFORE-REP-ID
                       PERFORM 495-LOG-REASSIGNMENT-ROUTINE
                   END-IF
           END-READ
        .

               NOT INVALID KEY
                   MOVE RM-REP-ID TO WS-BEFORE-REP-ID
                   MOVE RM-REP-NAME TO WS-BEFORE-REP-NAME
                   PERFORM 495-LOG-REASSIGNMENT-ROUTINE
                   DELETE REP-MASTER-FILE
           END-READ
        .
           MOVE MT-NEW-REP-ID TO RM-REP-ID
           MOVE MT-NEW-REP-NAME TO RM-REP-NAME
           REWRITE REP-MASTER-RECORD
           PERFORM 495-LOG-REASSIGNMENT-ROUTINE

           MOVE MT-ACTION-CODE TO AL-ACTION-CODE
           MOVE RM-CUSTOMER-ID TO AL-CUSTOMER-ID
           ADD 1 TO WS-REASSIGNED-COUNT
        .

       495-LOG-REASSIGNMENT-ROUTINE.

      *    THE BEFORE IMAGE IS THE REP THE ACCOUNT LEAVES (NONE ON
      *    AN ADD) AND THE RECORD AREA THE REP IT GOES TO (NONE ON A
      *    REMOVAL)
           MOVE RM-CUSTOMER-ID TO RA-CUSTOMER-ID

           IF WS-BEFORE-REP-ID = SPACES
               MOVE ZEROES TO RA-FROM-REP-ID
               MOVE SPACES TO RA-FROM-REP-NAME
           ELSE
               MOVE WS-BEFORE-REP-ID TO RA-FROM-REP-ID
               MOVE WS-BEFORE-REP-NAME TO RA-FROM-REP-NAME
           END-IF

           IF MT-ACTION-CODE = "D"
               MOVE ZEROES TO RA-TO-REP-ID
               MOVE SPACES TO RA-TO-REP-NAME
           ELSE
               MOVE RM-REP-ID TO RA-TO-REP-ID
               MOVE RM-REP-NAME TO RA-TO-REP-NAME
           END-IF

           MOVE WS-TODAY-CC TO RA-CHANGE-DATE
           MOVE MT-ACTION-CODE TO RA-ACTION-CODE
           WRITE REASSIGNMENT-RECORD
        .

       550-END-OF-FILE-ROUTINE.

           MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT

           CLOSE MAINT-TRANS-FILE
                 REP-MASTER-FILE
                 REASSIGN-LOG-FILE
                 MAINT-REPORT-OUT-FILE
           STOP RUN
        .
