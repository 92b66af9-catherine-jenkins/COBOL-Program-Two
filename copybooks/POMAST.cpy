      ****************************************************************
      * POMAST.cpy
      * Record layout for the ASHRALS, Ltd. purchase order master
      * file (POMAST.dat), keyed by PO number plus line number.
      * ProgramTwoPurchasing raises one draft PO per run carrying a
      * line for every product at or below its reorder point that
      * does not already have a line open; ProgramTwoReceiving
      * matches each receipt to its PO line by the PO number keyed
      * in the receipt's PO/reference field and the product ID, and
      * ProgramTwoOpenPO lists what is still outstanding.
      * PO-STATUS: "O" = open (nothing received yet), "P" = partly
      * received, "C" = closed (received in full).  A closed line is
      * kept on file so a receipt can be traced back to its order.
      * PO-ORDER-DATE/PO-DUE-DATE/PO-LAST-RECEIPT-DATE: CCYYMMDD.
      * A line still open after its due date is overdue.
      ****************************************************************
       01  PURCHASE-ORDER-RECORD.
           05  PO-KEY.
               10  PO-NUMBER               PIC 9(6).
               10  PO-LINE-NUMBER          PIC 9(2).
           05  PO-PRODUCT-ID               PIC X(3).
           05  PO-ORDER-DATE               PIC 9(8).
           05  PO-DUE-DATE                 PIC 9(8).
           05  PO-QTY-ORDERED              PIC 9(5).
           05  PO-QTY-RECEIVED             PIC 9(5).
           05  PO-LAST-RECEIPT-DATE        PIC 9(8).
           05  PO-STATUS                   PIC X(1).
           05  FILLER                      PIC X(8).
