      ******************************************************************
      *    COPYBOOK:    SOHDR
      *    DESCRIPTION:  RECORD LAYOUT FOR THE SALES-ORDER HEADER FILE
      *                  (SO-HEADER-FILE / SOHEADER.DAT), AN INDEXED
      *                  FILE KEYED ON THE SALES-ORDER NUMBER.  ONE
      *                  RECORD PER CUSTOMER ORDER, NAMING WHO THE
      *                  STOCK ON ITS LINES (SOLINE.DAT) IS PROMISED
      *                  TO.  THE ORDER STAYS OPEN WHILE ANY LINE IS
      *                  OPEN; IT IS CLOSED BY SHIP CONFIRMATION ONCE
      *                  EVERY LINE HAS SHIPPED OR BEEN CANCELLED, AND
      *                  FLAGGED CANCELLED WHEN THE WHOLE ORDER IS
      *                  CANCELLED BEFORE ANYTHING SHIPS.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  SO-HEADER-RECORD.
           05  SOH-ORDER-NO          PIC 9(06).
           05  SOH-CUSTOMER-ID       PIC X(08).
           05  SOH-CUSTOMER-NAME     PIC X(30).
           05  SOH-CUSTOMER-PO       PIC X(15).
           05  SOH-ORDER-DATE        PIC 9(08).
           05  SOH-ENTERED-BY        PIC X(05).
           05  SOH-STATUS            PIC X(01).
               88  SOH-OPEN                  VALUE 'O'.
               88  SOH-CLOSED                VALUE 'C'.
               88  SOH-CANCELLED             VALUE 'X'.
