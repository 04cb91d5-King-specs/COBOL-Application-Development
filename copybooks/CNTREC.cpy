      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-08-21 JRM   ORIGINAL COPYBOOK.
      *    2026-10-14 JRM   ADDED CNT-LOT-NUMBER AND CNT-LOT-EXPIRY-
      *                     DATE.  A LOT-CONTROLLED ITEM NOW GETS ONE
      *                     SHEET RECORD PER LOT ON HAND, SO IT IS
      *                     COUNTED LOT BY LOT; A BLANK LOT NUMBER
      *                     (EXPIRY 99999999) IS THE UNLOTTED STOCK.
      ******************************************************************
       01  COUNT-SHEET-RECORD.
           05  CNT-ITEM-ID           PIC 9(05).
           05  CNT-COUNTED-QTY       PIC 9(05).
           05  CNT-COUNT-DATE        PIC 9(08).
           05  CNT-COUNTER-ID        PIC X(05).
           05  CNT-LOT-NUMBER        PIC X(10).
           05  CNT-LOT-EXPIRY-DATE   PIC 9(08).
