      * reads.  Operations keys a file of maintenance transactions
      * (add, change, deactivate) instead of hand-editing the master,
      * and every record touched is printed on a before/after audit
      * listing so a bad keying can be traced and backed out.  The
      * credit limit and credit-hold flag ProgramTwo's credit check
      * works from are set here too, and every credit change prints
      * its own before/after line under the customer's audit line.
      ****************************************************************
      * INPUT:
      *    The CUSTOMER MAINTENANCE TRANSACTION FILE contains the
      *    following data in each record:
      *         1. ACTION CODE (A = ADD, C = CHANGE/REACTIVATE,
      *            D = DEACTIVATE, L = CREDIT LIMIT/HOLD CHANGE).
      *            A CHANGE ALWAYS SETS THE CUSTOMER BACK TO ACTIVE
      *            STATUS; IT LEAVES THE CREDIT FIELDS ALONE
      *         2. CUSTOMER ID
      *         3. CUSTOMER NAME (ADD AND CHANGE ONLY)
      *         4. BILLING ADDRESS LINE, CITY, STATE, AND ZIP
      *            (ADD AND CHANGE ONLY)
      *         5. CREDIT LIMIT, 9(7)V99 WITH NO DECIMAL POINT, AND
      *            CREDIT HOLD FLAG (Y/N) (ADD AND CREDIT CHANGE
      *            ONLY).  ON AN ADD A BLANK LIMIT IS ZERO - NO
      *            LIMIT - AND A BLANK FLAG IS N; ON A CREDIT CHANGE
      *            A BLANK FIELD IS LEFT AS IT IS ON THE MASTER
      *    The CUSTOMER MASTER contains the following data in each
      *    record (see CUSTMAST copybook):
      *         1. CUSTOMER ID
      *         2. CUSTOMER NAME
      *         3. STATUS (A = ACTIVE, I = INACTIVE)
      *         4. BILLING ADDRESS LINE, CITY, STATE, AND ZIP
      *         5. CREDIT LIMIT AND CREDIT HOLD FLAG
      ****************************************************************
      * OUTPUT:
      *    CUSTMAST.dat with the transactions applied, and the
       FILE SECTION.

       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 92 CHARACTERS.

       01  MAINT-TRANS-RECORD.
           05  MT-ACTION-CODE              PIC X(1).
           05  MT-CITY                     PIC X(15).
           05  MT-STATE                    PIC X(2).
           05  MT-ZIP                      PIC X(9).
           05  MT-CREDIT-LIMIT             PIC X(9).
           05  MT-CREDIT-LIMIT-N           REDEFINES MT-CREDIT-LIMIT
                                           PIC 9(7)V99.
           05  MT-CREDIT-HOLD              PIC X(1).

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY CUSTMAST.

           05 WS-REJECT-REASON-TEXT        PIC X(30).
           05 WS-BEFORE-NAME               PIC X(25).
           05 WS-BEFORE-STATUS             PIC X(1).
           05 WS-BEFORE-CREDIT-LIMIT       PIC 9(7)V99 VALUE 0.
           05 WS-BEFORE-CREDIT-HOLD        PIC X(1).
           05 WS-APPLIED-COUNT             PIC 9(5)    VALUE 0.
           05 WS-REJECTED-COUNT            PIC 9(5)    VALUE 0.

           05  AL-RESULT           PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.

       01  AUDIT-CREDIT-LINE.
           05  FILLER              PIC X(14)   VALUE SPACES.
           05                      PIC X(13)   VALUE "CREDIT LIMIT ".
           05  AC-BEFORE-LIMIT     PIC $Z,ZZZ,ZZ9.99.
           05                      PIC X(4)    VALUE " TO ".
           05  AC-AFTER-LIMIT      PIC $Z,ZZZ,ZZ9.99.
           05                      PIC X(8)    VALUE "   HOLD ".
           05  AC-BEFORE-HOLD      PIC X(1).
           05                      PIC X(4)    VALUE " TO ".
           05  AC-AFTER-HOLD       PIC X(1).
           05  FILLER              PIC X(9)    VALUE SPACES.

       01  AUDIT-REASON-LINE.
           05  FILLER              PIC X(14)   VALUE SPACES.
           05                      PIC X(8)    VALUE "REASON: ".
           MOVE "YES" TO WS-TRANS-VALID-SW
           MOVE "(NOT ON FILE)" TO WS-BEFORE-NAME
           MOVE SPACE TO WS-BEFORE-STATUS
           MOVE ZEROES TO WS-BEFORE-CREDIT-LIMIT
           MOVE SPACE TO WS-BEFORE-CREDIT-HOLD

           EVALUATE TRUE
               WHEN MT-CUSTOMER-ID NOT NUMERIC
                   MOVE "NON-NUMERIC CUSTOMER ID"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-ACTION-CODE NOT = "A" AND "C" AND "D" AND "L"
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "INVALID ACTION CODE"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-ACTION-CODE NOT = "D" AND "L"
                       AND MT-CUSTOMER-NAME = SPACES
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "CUSTOMER NAME IS BLANK"
                       TO WS-REJECT-REASON-TEXT

               WHEN (MT-ACTION-CODE = "A" OR "L")
                       AND MT-CREDIT-LIMIT NOT = SPACES
                       AND MT-CREDIT-LIMIT-N NOT NUMERIC
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "CREDIT LIMIT NOT NUMERIC"
                       TO WS-REJECT-REASON-TEXT

               WHEN (MT-ACTION-CODE = "A" OR "L")
                       AND MT-CREDIT-HOLD NOT = SPACE AND "Y" AND "N"
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "CREDIT HOLD MUST BE Y OR N"
                       TO WS-REJECT-REASON-TEXT

               WHEN MT-ACTION-CODE = "L"
                       AND MT-CREDIT-LIMIT = SPACES
                       AND MT-CREDIT-HOLD = SPACE
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "NO CREDIT CHANGE KEYED"
                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE

           IF WS-TRANS-VALID-SW = "YES"
                       PERFORM 420-CHANGE-CUSTOMER-ROUTINE
                   WHEN "D"
                       PERFORM 430-DEACTIVATE-CUSTOMER-ROUTINE
                   WHEN "L"
                       PERFORM 425-CHANGE-CREDIT-ROUTINE
               END-EVALUATE
           END-IF


       410-ADD-CUSTOMER-ROUTINE.

           MOVE SPACES TO CUSTOMER-MASTER-RECORD
           MOVE MT-CUSTOMER-ID TO CM-CUSTOMER-ID
           MOVE MT-CUSTOMER-NAME TO CM-CUSTOMER-NAME
           MOVE "A" TO CM-STATUS
           MOVE ZEROES TO CM-MERGED-TO-ID
           MOVE MT-ADDRESS-LINE TO CM-ADDRESS-LINE
           MOVE MT-CITY TO CM-CITY
           MOVE MT-STATE TO CM-STATE
           MOVE MT-ZIP TO CM-ZIP
           IF MT-CREDIT-LIMIT = SPACES
               MOVE ZEROES TO CM-CREDIT-LIMIT
           ELSE
               MOVE MT-CREDIT-LIMIT-N TO CM-CREDIT-LIMIT
           END-IF
           IF MT-CREDIT-HOLD = SPACE
               MOVE "N" TO CM-CREDIT-HOLD
           ELSE
               MOVE MT-CREDIT-HOLD TO CM-CREDIT-HOLD
           END-IF

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
      *            WITHOUT THIS, DEACTIVATION COULD ONLY BE UNDONE
      *            BY HAND-EDITING THE MASTER, WHICH IS THE PRACTICE
      *            THIS PROGRAM EXISTS TO STAMP OUT.  THE BEFORE/
      *            AFTER STATUS ON THE AUDIT LISTING SHOWS IT.  A
      *            REACTIVATED MERGED ACCOUNT STANDS ON ITS OWN
      *            AGAIN, SO ITS POINTER TO THE SURVIVOR IS CLEARED
                   MOVE "A" TO CM-STATUS
                   MOVE ZEROES TO CM-MERGED-TO-ID
                   REWRITE CUSTOMER-MASTER-RECORD
           END-READ
        .

       425-CHANGE-CREDIT-ROUTINE.

      *    A CREDIT CHANGE TOUCHES NOTHING BUT THE LIMIT AND THE
      *    HOLD FLAG - IT DOES NOT REACTIVATE THE CUSTOMER THE WAY A
      *    CHANGE DOES, SO CREDIT CAN BE TIGHTENED ON AN INACTIVE
      *    ACCOUNT WITHOUT BRINGING IT BACK TO LIFE
           MOVE MT-CUSTOMER-ID TO CM-CUSTOMER-ID

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "NO" TO WS-TRANS-VALID-SW
                   MOVE "CUSTOMER NOT ON MASTER"
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-BEFORE-NAME
                   MOVE CM-STATUS TO WS-BEFORE-STATUS
                   PERFORM 445-SAVE-BEFORE-CREDIT-ROUTINE
                   IF MT-CREDIT-LIMIT NOT = SPACES
                       MOVE MT-CREDIT-LIMIT-N TO CM-CREDIT-LIMIT
                   END-IF
                   IF MT-CREDIT-HOLD NOT = SPACE
                       MOVE MT-CREDIT-HOLD TO CM-CREDIT-HOLD
                   END-IF
                   REWRITE CUSTOMER-MASTER-RECORD
           END-READ
        .
           END-READ
        .

       445-SAVE-BEFORE-CREDIT-ROUTINE.

      *    A MASTER RECORD WRITTEN BEFORE THE CREDIT FIELDS EXISTED
      *    MAY CARRY SPACES THERE - SHOW IT AS NO LIMIT, NOT ON HOLD
           IF CM-CREDIT-LIMIT NUMERIC
               MOVE CM-CREDIT-LIMIT TO WS-BEFORE-CREDIT-LIMIT
           ELSE
               MOVE ZEROES TO WS-BEFORE-CREDIT-LIMIT
               MOVE ZEROES TO CM-CREDIT-LIMIT
           END-IF
           IF CM-CREDIT-HOLD = "Y"
               MOVE "Y" TO WS-BEFORE-CREDIT-HOLD
           ELSE
               MOVE "N" TO WS-BEFORE-CREDIT-HOLD
               MOVE "N" TO CM-CREDIT-HOLD
           END-IF
        .

       450-WRITE-APPLIED-LINE-ROUTINE.

           MOVE MT-ACTION-CODE TO AL-ACTION-CODE
           MOVE AUDIT-DETAIL-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-LINES-ROUTINE

           IF MT-ACTION-CODE = "A" OR "L"
               MOVE WS-BEFORE-CREDIT-LIMIT TO AC-BEFORE-LIMIT
               MOVE WS-BEFORE-CREDIT-HOLD TO AC-BEFORE-HOLD
               MOVE CM-CREDIT-LIMIT TO AC-AFTER-LIMIT
               MOVE CM-CREDIT-HOLD TO AC-AFTER-HOLD
               MOVE AUDIT-CREDIT-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-LINES-ROUTINE
           END-IF
        .

       460-WRITE-REJECTED-LINE-ROUTINE.
