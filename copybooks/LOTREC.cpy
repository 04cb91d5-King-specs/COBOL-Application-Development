      ******************************************************************
      *    COPYBOOK:    LOTREC
      *    DESCRIPTION:  RECORD LAYOUT FOR THE LOT-BALANCE FILE
      *                  (LOT-BALANCE-FILE / LOTBAL.DAT), AN INDEXED
      *                  FILE KEYED ON ITEM-ID + WAREHOUSE-ID (THE
      *                  INVENTORY MASTER KEY) + EXPIRATION DATE + LOT
      *                  NUMBER.  ONE RECORD PER LOT ON HAND AT A
      *                  WAREHOUSE.  BECAUSE THE EXPIRATION DATE LEADS
      *                  THE LOT NUMBER IN THE KEY, READING FORWARD
      *                  FROM ITEM + WAREHOUSE RETURNS THE LOTS FIRST-
      *                  EXPIRED-FIRST-OUT, WHICH IS THE ORDER STOCK
      *                  IS ISSUED IN.
      *
      *                  THE LOT QUANTITIES UNDER AN INVENTORY KEY
      *                  ALWAYS ADD UP TO ITEM-QUANTITY ON THE MASTER.
      *                  STOCK THAT ARRIVED WITHOUT A LOT (MANUAL
      *                  INCREASES, BATCH ADDS, COUNT GAINS NOT
      *                  TIED TO A LOT, AND STOCK ON HAND BEFORE LOTS
      *                  WERE TRACKED) IS CARRIED IN A SINGLE UNLOTTED
      *                  ROW - BLANK LOT NUMBER, EXPIRATION 99999999 -
      *                  WHICH SORTS LAST AND SO IS ISSUED LAST.  A
      *                  LOT IS DELETED WHEN ITS QUANTITY REACHES ZERO.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  LOT-BALANCE-RECORD.
           05  LOT-KEY.
               10  LOT-INVENTORY-KEY.
                   15  LOT-ITEM-ID       PIC 9(05).
                   15  LOT-WAREHOUSE-ID  PIC X(05).
               10  LOT-EXPIRY-DATE       PIC 9(08).
                   88  LOT-NO-EXPIRY             VALUE 99999999.
               10  LOT-NUMBER            PIC X(10).
                   88  LOT-UNLOTTED              VALUE SPACES.
           05  LOT-QUANTITY              PIC 9(05).
           05  LOT-RECEIVED-DATE         PIC 9(08).
