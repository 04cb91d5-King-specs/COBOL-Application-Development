      ******************************************************************
      *    COPYBOOK:    SLSHIST
      *    DESCRIPTION:  RECORD LAYOUT FOR THE SALES-HISTORY FILE
      *                  (SALES-HISTORY-FILE / SALESHIST.DAT), A LINE
      *                  SEQUENTIAL FILE APPENDED BY THE BATCH UPDATE
      *                  FOR EVERY POS SALE IT POSTS.  ONE RECORD PER
      *                  SALE, CARRYING THE SELLING PRICE AND THE
      *                  CARRYING COST IN FORCE WHEN THE SALE WAS
      *                  POSTED, SO MARGIN CAN BE REPORTED LATER NO
      *                  MATTER HOW THE PRICE OR COST HAS MOVED SINCE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  SALES-HISTORY-RECORD.
           05  SH-ITEM-ID            PIC 9(05).
           05  SH-WAREHOUSE-ID       PIC X(05).
           05  SH-SALE-DATE          PIC 9(08).
           05  SH-SALE-TIME          PIC 9(08).
           05  SH-QUANTITY           PIC 9(05).
           05  SH-UNIT-PRICE         PIC 9(05)V99.
           05  SH-UNIT-COST          PIC 9(05)V99.
