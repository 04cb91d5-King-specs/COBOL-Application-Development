      ******************************************************************
      *    COPYBOOK:    VINVREC
      *    DESCRIPTION:  RECORD LAYOUT FOR THE VENDOR INVOICE FILE
      *                  (VENDOR-INVOICE-FILE / VENDINV.DAT), AN
      *                  INDEXED FILE KEYED ON VENDOR ID + THE VENDOR'S
      *                  INVOICE NUMBER + AN INVOICE LINE NUMBER.  ONE
      *                  RECORD PER INVOICE LINE; EACH LINE BILLS
      *                  AGAINST ONE PURCHASE-ORDER LINE ON POMASTER.DAT
      *                  AND CARRIES THE INVOICE DATE SO A LINE CAN BE
      *                  READ ON ITS OWN.  LINES ARE KEYED BY THE
      *                  VENDOR INVOICE ENTRY PROGRAM WITH STATUS 'O'
      *                  AND SETTLED BY THE INVOICE MATCH RUN - 'A'
      *                  ONCE APPROVED TO PAY, 'X' WHILE IT SITS ON THE
      *                  MATCH-EXCEPTION REPORT.  AN 'X' LINE IS TRIED
      *                  AGAIN ON EVERY MATCH RUN, SO ONE BILLED AHEAD
      *                  OF RECEIPT CLEARS ONCE THE GOODS ARE POSTED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  VENDOR-INVOICE-RECORD.
           05  VI-KEY.
               10  VI-VENDOR-ID      PIC X(05).
               10  VI-INVOICE-NO     PIC X(10).
               10  VI-LINE-NO        PIC 9(03).
           05  VI-INVOICE-DATE       PIC 9(08).
           05  VI-PO-NUMBER          PIC 9(06).
           05  VI-PO-LINE-NO         PIC 9(03).
           05  VI-BILLED-QTY         PIC 9(05).
           05  VI-BILLED-UNIT-COST   PIC 9(05)V99.
           05  VI-MATCH-STATUS       PIC X(01).
               88  VI-UNMATCHED              VALUE 'O'.
               88  VI-APPROVED               VALUE 'A'.
               88  VI-EXCEPTION              VALUE 'X'.
           05  VI-MATCH-DATE         PIC 9(08).
