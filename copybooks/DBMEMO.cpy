      ******************************************************************
      *    COPYBOOK:    DBMEMO
      *    DESCRIPTION:  RECORD LAYOUT FOR THE VENDOR DEBIT-MEMO FILE
      *                  (DEBIT-MEMO-FILE / DEBITMEMO.DAT), A LINE
      *                  SEQUENTIAL FILE APPENDED BY THE RETURN-TO-
      *                  VENDOR PROGRAM.  ONE RECORD PER RETURN, VALUED
      *                  AT THE PO UNIT COST THE GOODS WERE BOUGHT AT,
      *                  FOR AP TO TAKE OFF THE VENDOR'S NEXT INVOICE.
      *                  THE MEMO IS IDENTIFIED BY VENDOR, DATE AND
      *                  TIME; THE PO LINE TIES IT BACK TO THE RECEIPT
      *                  IT REVERSES.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  DEBIT-MEMO-RECORD.
           05  DM-VENDOR-ID          PIC X(05).
           05  DM-MEMO-DATE          PIC 9(08).
           05  DM-MEMO-TIME          PIC 9(08).
           05  DM-PO-NUMBER          PIC 9(06).
           05  DM-PO-LINE-NO         PIC 9(03).
           05  DM-ITEM-ID            PIC 9(05).
           05  DM-WAREHOUSE-ID       PIC X(05).
           05  DM-RETURN-QTY         PIC 9(05).
           05  DM-UNIT-COST          PIC 9(05)V99.
           05  DM-MEMO-AMOUNT        PIC 9(09)V99.
           05  DM-REASON             PIC X(20).
           05  DM-OPERATOR-ID        PIC X(05).
