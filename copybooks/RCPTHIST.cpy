      ******************************************************************
      *    COPYBOOK:    RCPTHIST
      *    DESCRIPTION:  RECORD LAYOUT FOR THE RECEIPT-HISTORY FILE
      *                  (RECEIPT-HISTORY-FILE / RCPTHIST.DAT), A LINE
      *                  SEQUENTIAL FILE APPENDED BY THE PURCHASE-ORDER
      *                  RECEIVING PROGRAM.  ONE RECORD PER RECEIPT,
      *                  TIED TO ITS PO LINE, CARRYING THE ORDER DATE,
      *                  THE LEAD TIME THE VENDOR QUOTED FOR THE ITEM
      *                  WHEN THE GOODS ARRIVED, THE LINE'S ORDERED
      *                  AND RECEIVED-TO-DATE QUANTITIES AFTER THE
      *                  RECEIPT, AND THE UNIT COST PAID AGAINST THE PO
      *                  UNIT COST - EVERYTHING THE VENDOR SCORECARD
      *                  NEEDS, NO MATTER HOW THE QUOTE OR THE PO LINE
      *                  HAS CHANGED SINCE.  RH-QUOTE-FOUND IS 'N' WHEN
      *                  THE VENDOR HAD NO CATALOG QUOTE FOR THE ITEM,
      *                  IN WHICH CASE THE LEAD TIME IS ZERO.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  RECEIPT-HISTORY-RECORD.
           05  RH-PO-NUMBER          PIC 9(06).
           05  RH-PO-LINE-NO         PIC 9(03).
           05  RH-VENDOR-ID          PIC X(05).
           05  RH-ITEM-ID            PIC 9(05).
           05  RH-WAREHOUSE-ID       PIC X(05).
           05  RH-RECEIPT-DATE       PIC 9(08).
           05  RH-RECEIPT-TIME       PIC 9(08).
           05  RH-ORDER-DATE         PIC 9(08).
           05  RH-QUOTED-LEAD-DAYS   PIC 9(03).
           05  RH-QUOTE-FOUND        PIC X(01).
               88  RH-QUOTE-ON-FILE          VALUE 'Y'.
               88  RH-NO-QUOTE               VALUE 'N'.
           05  RH-RECEIVED-QTY       PIC 9(05).
           05  RH-LINE-ORDERED-QTY   PIC 9(05).
           05  RH-LINE-RECEIVED-QTY  PIC 9(05).
           05  RH-PO-UNIT-COST       PIC 9(05)V99.
           05  RH-PAID-UNIT-COST     PIC 9(05)V99.
           05  RH-LOT-NUMBER         PIC X(10).
           05  RH-OPERATOR-ID        PIC X(05).
