      *                     CARRY REORDER-POINT; NO STOCK MOVES, SO
      *                     THE BALANCE VERIFIER LEAVES THESE ROWS OUT
      *                     OF ITS ROLL-FORWARD AS WELL.
      *    2026-10-14 JRM   ADDED CHANGE TYPE 'V' FOR RETURNS TO VENDOR
      *                     POSTED AGAINST A RECEIVED PO LINE BY THE
      *                     RETURN-TO-VENDOR PROGRAM, SO GOODS SENT
      *                     BACK CAN BE TOLD APART FROM A MANUAL
      *                     QUANTITY ADJUSTMENT.  OLD AND NEW VALUES
      *                     CARRY ON-HAND, AND THE BALANCE VERIFIER
      *                     ROLLS THESE ROWS FORWARD.
      *    2026-10-14 JRM   ADDED CHANGE TYPE 'H' FOR SALES-ORDER
      *                     SHIPMENTS CONFIRMED BY THE SHIP
      *                     CONFIRMATION PROGRAM, SO STOCK SHIPPED TO
      *                     A CUSTOMER CAN BE TOLD APART FROM A
      *                     BATCH SALE OR MANUAL ADJUSTMENT.  OLD AND
      *                     NEW VALUES CARRY ON-HAND, AND THE BALANCE
      *                     VERIFIER ROLLS THESE ROWS FORWARD.
      *    2026-10-14 JRM   ADDED CHANGE TYPES FOR KIT ASSEMBLY AND
      *                     DISASSEMBLY: 'I' COMPONENT ISSUED INTO A
      *                     KIT BUILD, 'K' KITS BUILT INTO STOCK, 'D'
      *                     KITS TAKEN OUT OF STOCK TO BE BROKEN DOWN,
      *                     AND 'E' COMPONENTS RECOVERED FROM A
      *                     BREAKDOWN.  ALL FOUR CARRY ON-HAND, AND THE
      *                     BALANCE VERIFIER ROLLS THEM FORWARD.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-ITEM-ID         PIC 9(05).
               88  AUDIT-ALLOC-PLACED        VALUE 'A'.
               88  AUDIT-ALLOC-RELEASED      VALUE 'L'.
               88  AUDIT-REORDER-CHANGE      VALUE 'S'.
               88  AUDIT-VENDOR-RETURN       VALUE 'V'.
               88  AUDIT-SHIPMENT            VALUE 'H'.
               88  AUDIT-ASSEMBLY-ISSUE      VALUE 'I'.
               88  AUDIT-ASSEMBLY-BUILD      VALUE 'K'.
               88  AUDIT-DISASSEMBLY-ISSUE   VALUE 'D'.
               88  AUDIT-DISASSEMBLY-RETURN  VALUE 'E'.
           05  AUDIT-OLD-VALUE       PIC 9(07)V99.
           05  AUDIT-NEW-VALUE       PIC 9(07)V99.
           05  AUDIT-DATE            PIC 9(08).
