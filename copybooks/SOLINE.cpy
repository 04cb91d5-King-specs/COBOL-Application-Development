      ******************************************************************
      *    COPYBOOK:    SOLINE
      *    DESCRIPTION:  RECORD LAYOUT FOR THE SALES-ORDER LINE FILE
      *                  (SO-LINE-FILE / SOLINE.DAT), AN INDEXED FILE
      *                  KEYED ON SALES-ORDER NUMBER + LINE NUMBER.
      *                  ONE RECORD PER ITEM AND WAREHOUSE ORDERED.
      *                  SOL-ALLOCATED-QTY IS THE PART OF THE LINE
      *                  PROMISED OUT OF ITEM-ALLOCATED-QTY ON THE
      *                  INVENTORY MASTER AT ORDER ENTRY; IT IS WHAT THE
      *                  PICK LIST PULLS AND THE MOST SHIP CONFIRMATION
      *                  WILL SHIP.  A LINE IS CLOSED 'S' WHEN SHIPPED
      *                  (IN FULL OR SHORT) AND 'X' WHEN CANCELLED;
      *                  EITHER WAY ANY ALLOCATION IT STILL HOLDS IS
      *                  RELEASED BACK TO AVAILABLE-TO-PROMISE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  SO-LINE-RECORD.
           05  SOL-KEY.
               10  SOL-ORDER-NO      PIC 9(06).
               10  SOL-LINE-NO       PIC 9(03).
           05  SOL-ITEM-ID           PIC 9(05).
           05  SOL-WAREHOUSE-ID      PIC X(05).
           05  SOL-ITEM-NAME         PIC X(20).
           05  SOL-ORDERED-QTY       PIC 9(05).
           05  SOL-ALLOCATED-QTY     PIC 9(05).
           05  SOL-SHIPPED-QTY       PIC 9(05).
           05  SOL-UNIT-PRICE        PIC 9(05)V99.
           05  SOL-LINE-STATUS       PIC X(01).
               88  SOL-OPEN                  VALUE 'O'.
               88  SOL-SHIPPED               VALUE 'S'.
               88  SOL-CANCELLED             VALUE 'X'.
           05  SOL-SHIP-DATE         PIC 9(08).
