       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoCustConvert.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a one-time companion to ProgramTwo that carries the
      * customer master over to its 100-byte layout.  The credit
      * limit, credit hold flag and merged-to ID were added to the
      * end of the record, so a CUSTMAST.dat written in the old
      * 90-byte layout cannot be opened by any program that copies
      * CUSTMAST any more, and there is no text file to reload it
      * from the way ProgramTwoProductLoad reloads the product
      * master.  The old master is renamed CUSTMAST.old before the
      * run; this program reads it in key order and writes every
      * customer to a new CUSTMAST.dat with the added fields set to
      * their "nothing set" values - no credit limit, not on credit
      * hold, not merged.  Credit limits and holds are then keyed
      * through ProgramTwoCustMaint.
      ****************************************************************
      * INPUT:
      *    CUSTMAST.old - the customer master in the old 90-byte
      *    layout, keyed by customer ID.  Missing means the master
      *    has already been converted (or was never renamed) and
      *    nothing is touched.
      ****************************************************************
      * OUTPUT:
      *    CUSTMAST.dat, the same customers in the current layout
      *    (see CUSTMAST copybook), keyed by customer ID, with
      *    CM-CREDIT-LIMIT zero, CM-CREDIT-HOLD "N" and
      *    CM-MERGED-TO-ID zero.  A record the new master refuses is
      *    reported at the console.  Counts of customers read and
      *    converted are displayed when the run finishes.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTMAST.old'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-CUSTOMER-ID
               FILE STATUS IS WS-OLD-CUSTMAST-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE CUSTOMER MASTER AS IT WAS BEFORE THE CREDIT AND MERGE
      *    FIELDS WERE ADDED
       FD  OLD-CUSTOMER-MASTER-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  OLD-CUSTOMER-MASTER-RECORD.
           05  OC-CUSTOMER-ID              PIC 9(5).
           05  OC-CUSTOMER-NAME            PIC X(25).
           05  OC-STATUS                   PIC X(1).
           05  OC-ADDRESS-LINE             PIC X(25).
           05  OC-CITY                     PIC X(15).
           05  OC-STATE                    PIC X(2).
           05  OC-ZIP                      PIC X(9).
           05  FILLER                      PIC X(8).

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".

       01  WS-CONVERT-FIELDS.
           05 WS-OLD-CUSTMAST-STATUS       PIC X(2).
           05 WS-CUSTMAST-STATUS           PIC X(2).
           05 WS-READ-COUNT                PIC 9(5)    VALUE 0.
           05 WS-CONVERTED-COUNT           PIC 9(5)    VALUE 0.
           05 WS-SKIPPED-COUNT             PIC 9(5)    VALUE 0.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-CONVERT-CUSTOMERS-ROUTINE
           PERFORM 550-END-OF-CONVERT-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

      *    THE NEW MASTER IS ONLY CREATED ONCE THE OLD ONE IS SAFELY
      *    OPEN - A SECOND RUN AFTER CUSTMAST.old HAS BEEN CLEARED
      *    AWAY MUST NOT EMPTY THE CONVERTED MASTER
           OPEN INPUT OLD-CUSTOMER-MASTER-FILE
           IF WS-OLD-CUSTMAST-STATUS = "35"
               DISPLAY "CUSTMAST.old NOT FOUND - RENAME THE OLD "
                   "CUSTMAST.dat TO CUSTMAST.old FIRST.  NOTHING "
                   "CONVERTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CUSTOMER-MASTER-FILE
        .

       200-CONVERT-CUSTOMERS-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ OLD-CUSTOMER-MASTER-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 250-WRITE-CUSTOMER-ROUTINE
               END-READ
           END-PERFORM
        .

       250-WRITE-CUSTOMER-ROUTINE.

           MOVE SPACES TO CUSTOMER-MASTER-RECORD
           MOVE OC-CUSTOMER-ID TO CM-CUSTOMER-ID
           MOVE OC-CUSTOMER-NAME TO CM-CUSTOMER-NAME
           MOVE OC-STATUS TO CM-STATUS
           MOVE OC-ADDRESS-LINE TO CM-ADDRESS-LINE
           MOVE OC-CITY TO CM-CITY
           MOVE OC-STATE TO CM-STATE
           MOVE OC-ZIP TO CM-ZIP
           MOVE ZEROES TO CM-CREDIT-LIMIT
           MOVE "N" TO CM-CREDIT-HOLD
           MOVE ZEROES TO CM-MERGED-TO-ID

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER NOT CONVERTED, STATUS "
                       WS-CUSTMAST-STATUS ": " OC-CUSTOMER-ID
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE
        .

       550-END-OF-CONVERT-ROUTINE.

           DISPLAY "CUSTOMERS READ FROM CUSTMAST.OLD: " WS-READ-COUNT
           DISPLAY "CUSTOMERS CONVERTED:              "
               WS-CONVERTED-COUNT
           DISPLAY "CUSTOMERS NOT CONVERTED:          " WS-SKIPPED-COUNT
        .

       600-CLOSE-ROUTINE.

           CLOSE OLD-CUSTOMER-MASTER-FILE
                 CUSTOMER-MASTER-FILE
           STOP RUN
        .
