       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoAROpenConvert.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a one-time companion to ProgramTwo that carries the
      * accounts receivable open-item file over to its current
      * layout.  AR-ITEM-TYPE was added to the end of the key so a
      * finance charge from ProgramTwoCollections can sit beside the
      * statement item of the same batch; the record is still 73
      * bytes, but every field after the key moved one byte, so an
      * AROPEN.dat written in the old layout is misread by every
      * program that copies AROPEN.  The items are live balances
      * that cannot be re-keyed, so the old file is renamed
      * AROPEN.old before the run and this program copies each item
      * across in key order.  Every item on an old file was posted
      * by ProgramTwoStatements, so each one becomes a statement
      * item (type "S").
      ****************************************************************
      * INPUT:
      *    AROPEN.old - the open-item file in the old layout, keyed
      *    by customer ID plus batch number.  Missing means the file
      *    has already been converted (or was never renamed) and
      *    nothing is touched.
      ****************************************************************
      * OUTPUT:
      *    AROPEN.dat, the same items in the current layout (see
      *    AROPEN copybook), keyed by customer ID, batch number and
      *    item type, with AR-ITEM-TYPE "S".  An item the new file
      *    refuses is reported at the console.  Counts of items read
      *    and converted, and the open amount carried across, are
      *    displayed when the run finishes.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AR-OPEN-ITEM-FILE
               ASSIGN TO 'AROPEN.old'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-KEY
               FILE STATUS IS WS-OLD-AROPEN-STATUS.
           SELECT AR-OPEN-ITEM-FILE
               ASSIGN TO 'AROPEN.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AROPEN-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE OPEN-ITEM RECORD AS IT WAS BEFORE THE ITEM TYPE WAS
      *    ADDED TO THE KEY
       FD  OLD-AR-OPEN-ITEM-FILE
           RECORD CONTAINS 73 CHARACTERS.

       01  OLD-AR-OPEN-ITEM-RECORD.
           05  OA-KEY.
               10  OA-CUSTOMER-ID          PIC 9(5).
               10  OA-BATCH-NUMBER         PIC 9(6).
           05  OA-CUSTOMER-NAME            PIC X(25).
           05  OA-STATEMENT-DATE           PIC 9(8).
           05  OA-ORIGINAL-AMOUNT          PIC S9(8)V99.
           05  OA-OPEN-AMOUNT              PIC S9(8)V99.
           05  OA-STATUS                   PIC X(1).
           05  FILLER                      PIC X(8).

       FD  AR-OPEN-ITEM-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY AROPEN.

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".

       01  WS-CONVERT-FIELDS.
           05 WS-OLD-AROPEN-STATUS         PIC X(2).
           05 WS-AROPEN-STATUS             PIC X(2).
           05 WS-READ-COUNT                PIC 9(5)    VALUE 0.
           05 WS-CONVERTED-COUNT           PIC 9(5)    VALUE 0.
           05 WS-SKIPPED-COUNT             PIC 9(5)    VALUE 0.
           05 WS-OPEN-TOTAL                PIC S9(9)V99 VALUE 0.
           05 WS-EDIT-OPEN-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 150-HOUSEKEEPING
           PERFORM 200-CONVERT-ITEMS-ROUTINE
           PERFORM 550-END-OF-CONVERT-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       150-HOUSEKEEPING.

      *    THE NEW FILE IS ONLY CREATED ONCE THE OLD ONE IS SAFELY
      *    OPEN - A SECOND RUN AFTER AROPEN.old HAS BEEN CLEARED
      *    AWAY MUST NOT EMPTY THE CONVERTED FILE
           OPEN INPUT OLD-AR-OPEN-ITEM-FILE
           IF WS-OLD-AROPEN-STATUS = "35"
               DISPLAY "AROPEN.old NOT FOUND - RENAME THE OLD "
                   "AROPEN.dat TO AROPEN.old FIRST.  NOTHING "
                   "CONVERTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AR-OPEN-ITEM-FILE
        .

       200-CONVERT-ITEMS-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA = "Y"
               READ OLD-AR-OPEN-ITEM-FILE
                   AT END
                       MOVE "Y" TO NO-MORE-DATA
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 250-WRITE-ITEM-ROUTINE
               END-READ
           END-PERFORM
        .

       250-WRITE-ITEM-ROUTINE.

           MOVE SPACES TO AR-OPEN-ITEM-RECORD
           MOVE OA-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE OA-BATCH-NUMBER TO AR-BATCH-NUMBER
           MOVE "S" TO AR-ITEM-TYPE
           MOVE OA-CUSTOMER-NAME TO AR-CUSTOMER-NAME
           MOVE OA-STATEMENT-DATE TO AR-STATEMENT-DATE
           MOVE OA-ORIGINAL-AMOUNT TO AR-ORIGINAL-AMOUNT
           MOVE OA-OPEN-AMOUNT TO AR-OPEN-AMOUNT
           MOVE OA-STATUS TO AR-STATUS

           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "ITEM NOT CONVERTED, STATUS "
                       WS-AROPEN-STATUS ": " OA-CUSTOMER-ID " "
                       OA-BATCH-NUMBER
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
                   ADD AR-OPEN-AMOUNT TO WS-OPEN-TOTAL
           END-WRITE
        .

       550-END-OF-CONVERT-ROUTINE.

           MOVE WS-OPEN-TOTAL TO WS-EDIT-OPEN-TOTAL
           DISPLAY "ITEMS READ FROM AROPEN.OLD: " WS-READ-COUNT
           DISPLAY "ITEMS CONVERTED:            " WS-CONVERTED-COUNT
           DISPLAY "ITEMS NOT CONVERTED:        " WS-SKIPPED-COUNT
           DISPLAY "OPEN AMOUNT CONVERTED:      " WS-EDIT-OPEN-TOTAL
        .

       600-CLOSE-ROUTINE.

           CLOSE OLD-AR-OPEN-ITEM-FILE
                 AR-OPEN-ITEM-FILE
           STOP RUN
        .
