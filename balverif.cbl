000490*                     EXCEPTION LINES WERE PRINTED, SO THE ERP
000500*                     EXTRACT CAN REFUSE A NIGHT THAT DID NOT
000510*                     PROVE OUT.
000511*    2026-10-14 JRM   ROLLS FORWARD THE 'V' RETURN-TO-VENDOR AND
000512*                     'H' SALES-ORDER SHIPMENT ROWS.
000513*    2026-10-14 JRM   ROLLS FORWARD THE KIT ROWS - 'I' AND 'K'
000514*                     FROM ASSEMBLY, 'D' AND 'E' FROM BREAKDOWN.
000515*    2026-10-14 JRM   A BATCH UPDATE MARKED ROLLED BACK ON THE
000516*                     RUN-CONTROL FILE NOW GETS ITS OWN REFUSAL
000517*                     MESSAGE - IT MUST BE RERUN FIRST.
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
002500     ADD 1 TO WS-AUDIT-ROW-COUNT
002510     IF NOT AUDIT-QTY-CHANGE AND NOT AUDIT-COUNT-ADJUST
002520        AND NOT AUDIT-RECEIPT AND NOT AUDIT-BACKORDER-RELEASE
002525        AND NOT AUDIT-VENDOR-RETURN AND NOT AUDIT-SHIPMENT
002526        AND NOT AUDIT-ASSEMBLY-ISSUE AND NOT AUDIT-ASSEMBLY-BUILD
002527        AND NOT AUDIT-DISASSEMBLY-ISSUE
002528        AND NOT AUDIT-DISASSEMBLY-RETURN
002530         GO TO 2000-ROLL-FORWARD-AUDIT-ROW-READ
002540     END-IF
002550     ADD 1 TO WS-QTY-ROW-COUNT
004540             CLOSE RUN-CONTROL-FILE
004550             GO TO 7000-RUN-CONTROL-START-EXIT
004560     END-READ
004561     IF RC-ROLLED-BACK
004562         DISPLAY "Batch update was rolled back - rerun it "
004563                 "before verifying"
004564         CLOSE RUN-CONTROL-FILE
004565         GO TO 7000-RUN-CONTROL-START-EXIT
004566     END-IF
004570     IF NOT RC-CLEAN
004580         DISPLAY "Batch update did not complete clean - "
004590                 "verification refused"
