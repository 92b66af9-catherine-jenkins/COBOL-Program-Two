       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramTwoCreditRelease.
       AUTHOR. R C JENKINS.
      ****************************************************************
      * This is a companion to ProgramTwo that gives a credit-held
      * sale its way back in.  ProgramTwo's edit pass writes every
      * validated sale it holds for credit review to
      * CreditHoldFile.txt; once the credit department has worked
      * the CREDIT HOLD LISTING, it keys a release transaction for
      * each customer (or customer and batch) whose sales may now
      * post, or a drop transaction for sales that are never to
      * post.  This program matches the held sales against those
      * transactions, writes the released sales to a credit release
      * extract (PR2FA20H.txt) that the next ProgramTwo run picks up
      * behind the recycled rejects, and carries every sale still
      * waiting forward on CreditHoldCarry.txt for the next pass.
      * Every sale released or dropped is printed on a register with
      * the approver keyed on its transaction.
      ****************************************************************
      * INPUT:
      *    CreditHoldFile.txt - this run's holds from ProgramTwo
      *    (see CRHOLD copybook).  Missing means none.
      *    CreditHoldCarry.txt - holds still waiting from prior
      *    passes, same layout.  Missing means none.
      *    CreditReleaseFile.txt - the credit department's
      *    transactions:
      *         1. ACTION CODE (R = RELEASE, D = DROP)
      *         2. CUSTOMER ID
      *         3. BATCH NUMBER THE SALES WERE HELD IN - BLANK
      *            MEANS EVERY BATCH HELD FOR THE CUSTOMER
      *         4. APPROVED BY
      *    A transaction applies to every held sale it matches.
      *    Missing means no transactions were keyed this pass.
      ****************************************************************
      * OUTPUT:
      *    PR2FA20H.txt - released sales in the sales extract
      *    layout, ready for the next ProgramTwo run.
      *    CreditHoldCarry.txt - rewritten with the holds still
      *    waiting after this pass.
      *    The CREDIT RELEASE REGISTER: one line per sale released
      *    or dropped, one line per transaction that matched no
      *    held sale or could not be applied, and counts of holds
      *    read, released, dropped, and carried forward.
      *    CreditHoldFile.txt and CreditReleaseFile.txt are both
      *    cleared at clean end of job: every hold read this pass is
      *    now on the release extract or the carry file, and a
      *    release left lying around would silently release the
      *    customer's next hold too.  ProgramTwoBalance recounts
      *    CreditHoldFile.txt, so this pass must run after it and
      *    before the next ProgramTwo run, which will not start
      *    while holds from an earlier batch are still on the file.
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-HOLD-FILE
               ASSIGN TO 'CreditHoldFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT CREDIT-CARRY-FILE
               ASSIGN TO 'CreditHoldCarry.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT CREDIT-TRANS-FILE
               ASSIGN TO 'CreditReleaseFile.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CARRY-TEMP-FILE
               ASSIGN TO 'PR2CH20C.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-EXTRACT-FILE
               ASSIGN TO 'PR2FA20H.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT RELEASE-REPORT-OUT-FILE
               ASSIGN TO PRINTER 'CreditReleaseRegister.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.

       01  CREDIT-HOLD-IN-RECORD           PIC X(144).

       FD  CREDIT-CARRY-FILE
           RECORD CONTAINS 144 CHARACTERS.

       01  CREDIT-CARRY-RECORD             PIC X(144).

       FD  CREDIT-TRANS-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  CREDIT-TRANS-RECORD.
           05  RR-ACTION-CODE              PIC X(1).
           05  FILLER                      PIC X(1).
           05  RR-CUSTOMER-ID              PIC X(5).
           05  FILLER                      PIC X(1).
           05  RR-BATCH-NUMBER             PIC X(6).
           05  FILLER                      PIC X(1).
           05  RR-APPROVED-BY              PIC X(10).

       FD  CARRY-TEMP-FILE
           RECORD CONTAINS 144 CHARACTERS.

       01  CARRY-TEMP-RECORD               PIC X(144).

       FD  RELEASE-EXTRACT-FILE
           RECORD CONTAINS 64 CHARACTERS.

           COPY SALESREC.

       FD  RELEASE-REPORT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-E0F-FLAGS.
           05 NO-MORE-DATA                 PIC X       VALUE "N".
           05 WS-CARRY-EOF-SW              PIC X(1)    VALUE "N".
           05 WS-TRANS-EOF-SW              PIC X(1)    VALUE "N".
           05 WS-TEMP-EOF-SW               PIC X(1)    VALUE "N".

       01  WS-FILE-STATUS-FIELDS.
           05 WS-HOLD-STATUS               PIC X(2).
           05 WS-CARRY-STATUS              PIC X(2).
           05 WS-TRANS-STATUS              PIC X(2).
           05 WS-RELEASE-STATUS            PIC X(2).

       01  WS-RELEASE-FIELDS.
           05 WS-TRANS-VALID-SW            PIC X(3)    VALUE "YES".
           05 WS-TRANS-MESSAGE             PIC X(40).
           05 WS-RELEASE-FOUND-SW          PIC X(3)    VALUE "NO".
           05 WS-REL-SUB                   PIC 9(3)    VALUE 0.
           05 WS-SALES-VALUE               PIC S9(6)V99 VALUE 0.
           05 WS-HOLDS-READ-COUNT          PIC 9(5)    VALUE 0.
           05 WS-RELEASED-COUNT            PIC 9(5)    VALUE 0.
           05 WS-RELEASED-VALUE            PIC S9(9)V99 VALUE 0.
           05 WS-DROPPED-COUNT             PIC 9(5)    VALUE 0.
           05 WS-DROPPED-VALUE             PIC S9(9)V99 VALUE 0.
           05 WS-CARRIED-COUNT             PIC 9(5)    VALUE 0.
           05 WS-UNMATCHED-COUNT           PIC 9(5)    VALUE 0.

      *    THE HOLD BEING WORKED - TODAY'S HOLDS AND THE CARRIED
      *    ONES SHARE ONE PROCESSING PATH
           COPY CRHOLD.

      *    WS-REL-BATCH-NUMBER ZERO MEANS EVERY BATCH HELD FOR THE
      *    CUSTOMER - NO EXTRACT IS EVER NUMBERED ZERO
       01  WS-RELEASE-TABLE.
           05 WS-REL-ENTRY-COUNT           PIC 9(3)    VALUE 0.
           05 WS-REL-ENTRY                 OCCURS 500 TIMES.
               10 WS-REL-ACTION-CODE       PIC X(1).
               10 WS-REL-CUSTOMER-ID       PIC 9(5).
               10 WS-REL-BATCH-NUMBER      PIC 9(6).
               10 WS-REL-APPROVED-BY       PIC X(10).
               10 WS-REL-MATCH-COUNT       PIC 9(5).

       01  WS-DATE.
           05 WS-YEAR                      PIC 99.
           05 WS-MONTH                     PIC 99.
           05 WS-DAY                       PIC 99.

       01  WS-REPORT-FIELDS.
           05 PROPER-SPACING               PIC 9       VALUE 1.

           COPY RUNSEQL.

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
                                       "CREDIT RELEASE REGISTER     ".
           05                      PIC X(18)   VALUE SPACES.
           05                      PIC X(3)    VALUE "RCJ".
           05                      PIC X(10)    VALUE SPACES.

       01  COLUMN-HEADING-THREE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(3)    VALUE "ACT".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(5)    VALUE "CUST ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE "BATCH ".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(3)    VALUE "PRD".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "TRANS DATE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE " QTY".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(12)   VALUE "       VALUE".
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE "APPROVED".
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(8)    VALUE "RESULT".
           05                      PIC X(3)    VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RG-ACTION-CODE      PIC X(1).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-CUSTOMER-ID      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-BATCH-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-PRODUCT-ID       PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-TRANS-DATE.
               10  RG-TRANS-MM     PIC X(2).
               10                  PIC X       VALUE "/".
               10  RG-TRANS-DD     PIC X(2).
               10                  PIC X       VALUE "/".
               10  RG-TRANS-YYYY   PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-QUANTITY         PIC -ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-SALES-VALUE      PIC $ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RG-APPROVED-BY      PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RG-RESULT           PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACES.

       01  TRANSACTION-NOTE-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  TN-ACTION-CODE      PIC X(1).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TN-CUSTOMER-ID      PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TN-BATCH-NUMBER     PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TN-MESSAGE          PIC X(40).
           05  FILLER              PIC X(19)   VALUE SPACES.

       01  HOLDS-READ-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "HELD SALES READ:            ".
           05  FL-HOLDS-READ-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  RELEASED-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "SALES RELEASED:             ".
           05  FL-RELEASED-COUNT   PIC Z,ZZZ,ZZ9.
           05                      PIC X(4)    VALUE SPACES.
           05  FL-RELEASED-VALUE   PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(14)   VALUE SPACES.

       01  DROPPED-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "SALES DROPPED:              ".
           05  FL-DROPPED-COUNT    PIC Z,ZZZ,ZZ9.
           05                      PIC X(4)    VALUE SPACES.
           05  FL-DROPPED-VALUE    PIC $ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(14)   VALUE SPACES.

       01  CARRIED-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "STILL HELD - CARRIED:       ".
           05  FL-CARRIED-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  UNMATCHED-COUNT-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(28)   VALUE
                                       "TRANSACTIONS NOT APPLIED:   ".
           05  FL-UNMATCHED-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACES.

      ****************************************************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 140-STAMP-RUN-START-ROUTINE
           PERFORM 150-HOUSEKEEPING
           PERFORM 200-WRITE-REPORT-HEADERS-ROUTINE
           PERFORM 170-LOAD-TRANSACTIONS-ROUTINE
           PERFORM 350-READ-HOLD-FILE-ROUTINE
           PERFORM 360-READ-CARRY-FILE-ROUTINE
           PERFORM 500-REWRITE-CARRY-FILE-ROUTINE
           PERFORM 520-LIST-UNMATCHED-ROUTINE
           PERFORM 550-END-OF-RUN-ROUTINE
           PERFORM 600-CLOSE-ROUTINE
        .

       140-STAMP-RUN-START-ROUTINE.

      *    THIS PASS SWEEPS CreditHoldFile.txt, SO IT MUST NOT RUN
      *    UNTIL ProgramTwoBalance HAS RECOUNTED IT CLEANLY FOR THE
      *    CURRENT BATCH
           MOVE "S" TO RL-ACTION
           MOVE "CREDITREL" TO RL-PROGRAM-NAME
           MOVE "BALANCE" TO RL-PREREQ-NAME
           MOVE ZEROES TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER

           IF RL-RESULT = "8"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
        .

       150-HOUSEKEEPING.

      *    THE RELEASE EXTRACT IS EXTENDED, NOT REWRITTEN - A
      *    SECOND PASS BEFORE ProgramTwo HAS CONSUMED IT MUST NOT
      *    TRUNCATE AWAY WHAT THE FIRST PASS RELEASED.  ProgramTwo
      *    CLEARS THE FILE ONCE IT HAS POSTED IT
           OPEN EXTEND RELEASE-EXTRACT-FILE
           IF WS-RELEASE-STATUS = "35"
               OPEN OUTPUT RELEASE-EXTRACT-FILE
           END-IF

           OPEN OUTPUT CARRY-TEMP-FILE
                       RELEASE-REPORT-OUT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR
        .

       170-LOAD-TRANSACTIONS-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NOTHING WAS KEYED THIS PASS -
      *    EVERY HOLD CARRIES FORWARD
           OPEN INPUT CREDIT-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "35"
               PERFORM UNTIL WS-TRANS-EOF-SW = "Y"
                   READ CREDIT-TRANS-FILE
                       AT END
                           MOVE "Y" TO WS-TRANS-EOF-SW
                       NOT AT END
                           PERFORM 175-STORE-TRANSACTION-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-TRANS-FILE
           END-IF
        .

       175-STORE-TRANSACTION-ROUTINE.

           MOVE "YES" TO WS-TRANS-VALID-SW

           EVALUATE TRUE
               WHEN RR-ACTION-CODE NOT = "R" AND "D"
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "ACTION CODE MUST BE R OR D"
                       TO WS-TRANS-MESSAGE

               WHEN RR-CUSTOMER-ID NOT NUMERIC
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NON-NUMERIC CUSTOMER ID"
                       TO WS-TRANS-MESSAGE

               WHEN RR-BATCH-NUMBER NOT = SPACES
                       AND RR-BATCH-NUMBER NOT NUMERIC
                   MOVE "NON-NUMERIC BATCH NUMBER"
                       TO WS-TRANS-MESSAGE
                   MOVE "NO" TO WS-TRANS-VALID-SW

               WHEN WS-REL-ENTRY-COUNT NOT LESS THAN 500
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "RELEASE TABLE FULL - KEY IT AGAIN"
                       TO WS-TRANS-MESSAGE
           END-EVALUATE

           IF WS-TRANS-VALID-SW = "YES"
               ADD 1 TO WS-REL-ENTRY-COUNT
               MOVE RR-ACTION-CODE
                   TO WS-REL-ACTION-CODE (WS-REL-ENTRY-COUNT)
               MOVE RR-CUSTOMER-ID
                   TO WS-REL-CUSTOMER-ID (WS-REL-ENTRY-COUNT)
               IF RR-BATCH-NUMBER = SPACES
                   MOVE ZEROES
                       TO WS-REL-BATCH-NUMBER (WS-REL-ENTRY-COUNT)
               ELSE
                   MOVE RR-BATCH-NUMBER
                       TO WS-REL-BATCH-NUMBER (WS-REL-ENTRY-COUNT)
               END-IF
               MOVE RR-APPROVED-BY
                   TO WS-REL-APPROVED-BY (WS-REL-ENTRY-COUNT)
               MOVE ZEROES TO WS-REL-MATCH-COUNT (WS-REL-ENTRY-COUNT)
           ELSE
               MOVE RR-ACTION-CODE TO TN-ACTION-CODE
               MOVE RR-CUSTOMER-ID TO TN-CUSTOMER-ID
               MOVE RR-BATCH-NUMBER TO TN-BATCH-NUMBER
               MOVE WS-TRANS-MESSAGE TO TN-MESSAGE
               MOVE TRANSACTION-NOTE-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
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

       350-READ-HOLD-FILE-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO ProgramTwo RUN HAS HELD
      *    ANYTHING YET - ONLY THE CARRY FILE IS WORKED
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "35"
               PERFORM UNTIL NO-MORE-DATA = "Y"
                   READ CREDIT-HOLD-FILE
                       AT END
                           MOVE "Y" TO NO-MORE-DATA
                       NOT AT END
                           MOVE CREDIT-HOLD-IN-RECORD
                               TO CREDIT-HOLD-RECORD
                           PERFORM 400-PROCESS-HOLD-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF
        .

       360-READ-CARRY-FILE-ROUTINE.

      *    FILE STATUS 35 JUST MEANS NO PRIOR PASS LEFT ANYTHING
      *    BEHIND
           OPEN INPUT CREDIT-CARRY-FILE
           IF WS-CARRY-STATUS NOT = "35"
               PERFORM UNTIL WS-CARRY-EOF-SW = "Y"
                   READ CREDIT-CARRY-FILE
                       AT END
                           MOVE "Y" TO WS-CARRY-EOF-SW
                       NOT AT END
                           MOVE CREDIT-CARRY-RECORD
                               TO CREDIT-HOLD-RECORD
                           PERFORM 400-PROCESS-HOLD-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-CARRY-FILE
           END-IF
        .

       400-PROCESS-HOLD-ROUTINE.

           ADD 1 TO WS-HOLDS-READ-COUNT

           PERFORM 410-FIND-RELEASE-ROUTINE

           IF WS-RELEASE-FOUND-SW = "YES"
               MOVE HD-SALES-RECORD TO SALES-RECORD
               MULTIPLY SR-QUANTITY-SOLD BY SR-COST-PER-ITEM
                   GIVING WS-SALES-VALUE
               ADD 1 TO WS-REL-MATCH-COUNT (WS-REL-SUB)
               IF WS-REL-ACTION-CODE (WS-REL-SUB) = "R"
                   WRITE SALES-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD WS-SALES-VALUE TO WS-RELEASED-VALUE
                   MOVE "RELEASED" TO RG-RESULT
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
                   ADD WS-SALES-VALUE TO WS-DROPPED-VALUE
                   MOVE "DROPPED" TO RG-RESULT
               END-IF
               PERFORM 420-WRITE-REGISTER-LINE-ROUTINE
           ELSE
               MOVE CREDIT-HOLD-RECORD TO CARRY-TEMP-RECORD
               WRITE CARRY-TEMP-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF
        .

       410-FIND-RELEASE-ROUTINE.

      *    THE FIRST TRANSACTION KEYED FOR THE CUSTOMER THAT COVERS
      *    THE HOLD'S BATCH DECIDES IT
           MOVE "NO" TO WS-RELEASE-FOUND-SW
           MOVE 1 TO WS-REL-SUB

           PERFORM UNTIL WS-REL-SUB > WS-REL-ENTRY-COUNT
                   OR WS-RELEASE-FOUND-SW = "YES"
               IF WS-REL-CUSTOMER-ID (WS-REL-SUB) = HD-CUSTOMER-ID
                       AND (WS-REL-BATCH-NUMBER (WS-REL-SUB) = ZERO
                         OR WS-REL-BATCH-NUMBER (WS-REL-SUB)
                             = HD-BATCH-NUMBER)
                   MOVE "YES" TO WS-RELEASE-FOUND-SW
               ELSE
                   ADD 1 TO WS-REL-SUB
               END-IF
           END-PERFORM
        .

       420-WRITE-REGISTER-LINE-ROUTINE.

           MOVE WS-REL-ACTION-CODE (WS-REL-SUB) TO RG-ACTION-CODE
           MOVE HD-CUSTOMER-ID TO RG-CUSTOMER-ID
           MOVE HD-BATCH-NUMBER TO RG-BATCH-NUMBER
           MOVE SR-PRODUCT-ID TO RG-PRODUCT-ID
           MOVE SR-TRANSACTION-DATE (5:2) TO RG-TRANS-MM
           MOVE SR-TRANSACTION-DATE (7:2) TO RG-TRANS-DD
           MOVE SR-TRANSACTION-DATE (1:4) TO RG-TRANS-YYYY
           MOVE SR-QUANTITY-SOLD TO RG-QUANTITY
           MOVE WS-SALES-VALUE TO RG-SALES-VALUE
           MOVE WS-REL-APPROVED-BY (WS-REL-SUB) TO RG-APPROVED-BY

           MOVE REGISTER-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE
        .

       500-REWRITE-CARRY-FILE-ROUTINE.

      *    THE CARRY FILE WAS AN INPUT EARLIER IN THE RUN, SO THE
      *    HOLDS STILL WAITING WERE STAGED ON A TEMP FILE AND THE
      *    CARRY FILE IS REWRITTEN FROM IT HERE
           CLOSE CARRY-TEMP-FILE
           OPEN INPUT  CARRY-TEMP-FILE
                OUTPUT CREDIT-CARRY-FILE

           PERFORM UNTIL WS-TEMP-EOF-SW = "Y"
               READ CARRY-TEMP-FILE
                   AT END
                       MOVE "Y" TO WS-TEMP-EOF-SW
                   NOT AT END
                       MOVE CARRY-TEMP-RECORD TO CREDIT-CARRY-RECORD
                       WRITE CREDIT-CARRY-RECORD
               END-READ
           END-PERFORM

           CLOSE CARRY-TEMP-FILE
                 CREDIT-CARRY-FILE
        .

       520-LIST-UNMATCHED-ROUTINE.

      *    A TRANSACTION THAT MATCHED NOTHING IS USUALLY A MIS-KEYED
      *    CUSTOMER OR BATCH - IT IS LISTED SO IT CAN BE KEYED AGAIN
           MOVE 1 TO WS-REL-SUB
           PERFORM UNTIL WS-REL-SUB > WS-REL-ENTRY-COUNT
               IF WS-REL-MATCH-COUNT (WS-REL-SUB) = ZERO
                   MOVE WS-REL-ACTION-CODE (WS-REL-SUB)
                       TO TN-ACTION-CODE
                   MOVE WS-REL-CUSTOMER-ID (WS-REL-SUB)
                       TO TN-CUSTOMER-ID
                   IF WS-REL-BATCH-NUMBER (WS-REL-SUB) = ZERO
                       MOVE "ALL" TO TN-BATCH-NUMBER
                   ELSE
                       MOVE WS-REL-BATCH-NUMBER (WS-REL-SUB)
                           TO TN-BATCH-NUMBER
                   END-IF
                   MOVE "NO HELD SALES MATCHED THIS TRANSACTION"
                       TO TN-MESSAGE
                   MOVE TRANSACTION-NOTE-LINE TO REPORT-RECORD
                   MOVE 1 TO PROPER-SPACING
                   PERFORM 300-WRITE-LINES-ROUTINE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
               ADD 1 TO WS-REL-SUB
           END-PERFORM
        .

       550-END-OF-RUN-ROUTINE.

           MOVE WS-HOLDS-READ-COUNT TO FL-HOLDS-READ-COUNT
           MOVE HOLDS-READ-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-RELEASED-COUNT TO FL-RELEASED-COUNT
           MOVE WS-RELEASED-VALUE TO FL-RELEASED-VALUE
           MOVE RELEASED-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-DROPPED-COUNT TO FL-DROPPED-COUNT
           MOVE WS-DROPPED-VALUE TO FL-DROPPED-VALUE
           MOVE DROPPED-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-CARRIED-COUNT TO FL-CARRIED-COUNT
           MOVE CARRIED-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           MOVE WS-UNMATCHED-COUNT TO FL-UNMATCHED-COUNT
           MOVE UNMATCHED-COUNT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           DISPLAY "HELD SALES READ:               "
               WS-HOLDS-READ-COUNT
           DISPLAY "SALES RELEASED TO EXTRACT:     " WS-RELEASED-COUNT
           DISPLAY "SALES DROPPED:                 " WS-DROPPED-COUNT
           DISPLAY "HOLDS CARRIED FORWARD:         " WS-CARRIED-COUNT
        .

       600-CLOSE-ROUTINE.

           CLOSE RELEASE-EXTRACT-FILE
                 RELEASE-REPORT-OUT-FILE

      *    EVERY HOLD READ THIS PASS IS NOW ON THE RELEASE EXTRACT
      *    OR THE CARRY FILE, OR WAS DROPPED, AND EVERY TRANSACTION
      *    HAS HAD ITS CHANCE TO MATCH - CLEAR BOTH INPUTS SO A
      *    SECOND PASS CANNOT DOUBLE-CARRY THE HOLDS OR RELEASE A
      *    CUSTOMER'S FUTURE HOLDS ON A STALE TRANSACTION
           OPEN OUTPUT CREDIT-HOLD-FILE
           CLOSE CREDIT-HOLD-FILE
           OPEN OUTPUT CREDIT-TRANS-FILE
           CLOSE CREDIT-TRANS-FILE

           PERFORM 610-STAMP-RUN-END-ROUTINE

           STOP RUN
        .

       610-STAMP-RUN-END-ROUTINE.

           MOVE "E" TO RL-ACTION
           MOVE RETURN-CODE TO RL-RETURN-CODE
           CALL "ProgramTwoRunControl" USING RUN-CONTROL-PARAMETER
        .
