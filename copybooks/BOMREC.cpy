      ******************************************************************
      *    COPYBOOK:    BOMREC
      *    DESCRIPTION:  RECORD LAYOUT FOR THE BILL-OF-MATERIALS FILE
      *                  (BOM-FILE / BOM.DAT), AN INDEXED FILE KEYED ON
      *                  KIT (PARENT) ITEM-ID + COMPONENT ITEM-ID.  ONE
      *                  RECORD PER COMPONENT OF A KIT, GIVING HOW MANY
      *                  OF THE COMPONENT GO INTO ONE KIT.  THE BILL
      *                  IS BY ITEM, NOT BY WAREHOUSE - A KIT IS BUILT
      *                  THE SAME WAY WHEREVER IT IS BUILT.  A
      *                  COMPONENT TAKEN OFF A KIT IS FLAGGED INACTIVE
      *                  RATHER THAN DELETED, SO THE OLD BILL STAYS ON
      *                  FILE; ONLY ACTIVE ROWS ARE BUILT FROM.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  BOM-RECORD.
           05  BOM-KEY.
               10  BOM-PARENT-ID     PIC 9(05).
               10  BOM-COMPONENT-ID  PIC 9(05).
           05  BOM-QTY-PER           PIC 9(05).
           05  BOM-STATUS            PIC X(01).
               88  BOM-ACTIVE                VALUE 'A'.
               88  BOM-INACTIVE              VALUE 'I'.
           05  BOM-LAST-MAINT-DATE   PIC 9(08).
           05  BOM-MAINT-BY          PIC X(05).
