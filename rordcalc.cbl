000260*    DATE       INIT  DESCRIPTION
000270*    ---------  ----  -------------------------------------------
000280*    2026-09-02 JRM   ORIGINAL PROGRAM.
000283*    2026-10-14 JRM   COUNTS 'H' SALES-ORDER SHIPMENTS AS DEMAND
000286*                     ALONGSIDE BATCH SALES AND BACKORDER
000287*                     RELEASES.
000288*    2026-10-14 JRM   COUNTS 'I' KIT-ASSEMBLY COMPONENT ISSUES
000289*                     AS DEMAND FOR THE COMPONENT.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
002820*    2000-ACCUMULATE-AUDIT-ROW
002830*    ROLLS ONE AUDIT ROW'S OUTBOUND QUANTITY INTO THE MOVEMENT
002840*    WORK FILE.  ONLY STOCK-CONSUMING ROWS INSIDE THE TRAILING
002850*    PERIOD COUNT: 'Q' ROWS WHOSE QUANTITY WENT DOWN, 'B'
002860*    BACKORDER RELEASES, 'H' SHIPMENTS, AND 'I' COMPONENTS
002865*    ISSUED TO KIT ASSEMBLY.  RECEIPTS, COUNT CORRECTIONS, KIT
002870*    BUILDS AND BREAKDOWNS, PRICE, COST, AND ALLOCATION ROWS
002875*    ARE NOT DEMAND.
002880******************************************************************
002890 2000-ACCUMULATE-AUDIT-ROW.
002900     ADD 1 TO WS-AUDIT-ROW-COUNT
002910     IF NOT AUDIT-QTY-CHANGE AND NOT AUDIT-BACKORDER-RELEASE
002915        AND NOT AUDIT-SHIPMENT AND NOT AUDIT-ASSEMBLY-ISSUE
002920         GO TO 2000-ACCUMULATE-AUDIT-ROW-READ
002930     END-IF
002940     COMPUTE WS-DECREASE-QTY = AUDIT-OLD-VALUE - AUDIT-NEW-VALUE
