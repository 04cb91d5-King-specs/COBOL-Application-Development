000300*                     A YEAR AND FAST MOVERS WENT UNCOUNTED FOR
000310*                     MONTHS.  A NEVER-COUNTED ROW IS ALWAYS
000320*                     DUE.
000322*    2026-10-14 JRM   A LOT-CONTROLLED ITEM THAT IS DUE GETS ONE
000324*                     SHEET RECORD PER LOT ON HAND, EARLIEST
000326*                     EXPIRING FIRST, SO IT IS COUNTED LOT BY
000328*                     LOT.  AN ITEM WITH NO LOTS GETS ONE
000329*                     UNLOTTED SHEET.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000430     SELECT COUNT-SHEET-FILE ASSIGN TO "countsheet.dat"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CNT-STATUS.
000451
000452     SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO "lotbal.dat"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS SEQUENTIAL
000455         RECORD KEY IS LOT-KEY
000456         FILE STATUS IS WS-LOT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  INVENTORY-FILE.
000510 FD  COUNT-SHEET-FILE.
000520     COPY CNTREC.
000530*
000534 FD  LOT-BALANCE-FILE.
000538     COPY LOTREC.
000539*
000540 WORKING-STORAGE SECTION.
000550 01  WS-SWITCHES.
000560     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000570         88  WS-EOF                       VALUE 'Y'.
000572     05  WS-LOT-DONE-SW       PIC X(01)   VALUE 'N'.
000574         88  WS-LOT-DONE                  VALUE 'Y'.
000576     05  WS-LOT-FOUND-SW      PIC X(01)   VALUE 'N'.
000578         88  WS-LOT-FOUND                 VALUE 'Y'.
000580 01  WS-INV-STATUS            PIC X(02).
000590 01  WS-CNT-STATUS            PIC X(02).
000595 01  WS-LOT-STATUS            PIC X(02).
000600 01  WS-SHEET-COUNT           PIC 9(07)   COMP VALUE ZERO.
000610 01  WS-NOT-DUE-COUNT         PIC 9(07)   COMP VALUE ZERO.
000620*
000970         MOVE 'Y' TO WS-EOF-SW
000980         GO TO 1000-INITIALIZE-EXIT
000990     END-IF
000991     OPEN INPUT LOT-BALANCE-FILE
000992     IF WS-LOT-STATUS NOT EQUAL "00" AND
000993        WS-LOT-STATUS NOT EQUAL "05"
000994         DISPLAY "Unable to open lot balance file, status: "
000995                 WS-LOT-STATUS
000996         CLOSE INVENTORY-FILE
000997         MOVE 'Y' TO WS-EOF-SW
000998         GO TO 1000-INITIALIZE-EXIT
000999     END-IF
001000     OPEN OUTPUT COUNT-SHEET-FILE
001010     IF WS-CNT-STATUS NOT EQUAL "00"
001020         DISPLAY "Unable to open count sheet file, status: "
001030                 WS-CNT-STATUS
001040         CLOSE INVENTORY-FILE
001045         CLOSE LOT-BALANCE-FILE
001050         MOVE 'Y' TO WS-EOF-SW
001060         GO TO 1000-INITIALIZE-EXIT
001070     END-IF
001500     MOVE ZERO          TO CNT-COUNTED-QTY
001510     MOVE ZERO          TO CNT-COUNT-DATE
001520     MOVE SPACES        TO CNT-COUNTER-ID
001521*    ONE SHEET PER LOT ON HAND, EARLIEST EXPIRING FIRST.  AN ITEM
001522*    WITH NO LOTS ON FILE GETS THE SINGLE UNLOTTED SHEET BELOW.
001523     PERFORM 2100-WRITE-LOT-SHEETS
001524         THRU 2100-WRITE-LOT-SHEETS-EXIT
001525     IF WS-LOT-FOUND
001526         GO TO 2000-WRITE-COUNT-SHEET-READ
001527     END-IF
001528     MOVE SPACES        TO CNT-LOT-NUMBER
001529     MOVE 99999999      TO CNT-LOT-EXPIRY-DATE
001530     WRITE COUNT-SHEET-RECORD
001540     ADD 1 TO WS-SHEET-COUNT.
001550*
001640 9000-TERMINATE.
001650     CLOSE INVENTORY-FILE
001660     CLOSE COUNT-SHEET-FILE
001665     CLOSE LOT-BALANCE-FILE
001670     DISPLAY "Count sheets written: " WS-SHEET-COUNT
001680     DISPLAY "Active rows not yet due: " WS-NOT-DUE-COUNT.
001690 9000-TERMINATE-EXIT.
001700     EXIT.
001710*
001720******************************************************************
001730*    2100-WRITE-LOT-SHEETS
001740*    WRITES ONE COUNT SHEET RECORD FOR EACH LOT OF THE ITEM AND
001750*    WAREHOUSE, EARLIEST EXPIRING FIRST, AND SETS WS-LOT-FOUND
001760*    WHEN AT LEAST ONE WAS WRITTEN.
001770******************************************************************
001780 2100-WRITE-LOT-SHEETS.
001790     MOVE 'N' TO WS-LOT-FOUND-SW
001800     MOVE 'N' TO WS-LOT-DONE-SW
001810     MOVE ITEM-ID       TO LOT-ITEM-ID
001820     MOVE WAREHOUSE-ID  TO LOT-WAREHOUSE-ID
001830     MOVE ZERO          TO LOT-EXPIRY-DATE
001840     MOVE SPACES        TO LOT-NUMBER
001850     START LOT-BALANCE-FILE KEY IS NOT LESS THAN LOT-KEY
001860         INVALID KEY
001870             MOVE 'Y' TO WS-LOT-DONE-SW
001880     END-START
001890     PERFORM 2110-WRITE-ONE-LOT-SHEET
001900         THRU 2110-WRITE-ONE-LOT-SHEET-EXIT
001910         UNTIL WS-LOT-DONE.
001920 2100-WRITE-LOT-SHEETS-EXIT.
001930     EXIT.
001940*
001950******************************************************************
001960*    2110-WRITE-ONE-LOT-SHEET
001970*    WRITES ONE COUNT SHEET RECORD FOR THE NEXT LOT OF THE ITEM
001980*    AND WAREHOUSE, EARLIEST EXPIRING FIRST.
001990******************************************************************
002000 2110-WRITE-ONE-LOT-SHEET.
002010     READ LOT-BALANCE-FILE NEXT RECORD
002020         AT END
002030             MOVE 'Y' TO WS-LOT-DONE-SW
002040             GO TO 2110-WRITE-ONE-LOT-SHEET-EXIT
002050     END-READ
002060     IF LOT-ITEM-ID NOT EQUAL ITEM-ID OR
002070        LOT-WAREHOUSE-ID NOT EQUAL WAREHOUSE-ID
002080         MOVE 'Y' TO WS-LOT-DONE-SW
002090         GO TO 2110-WRITE-ONE-LOT-SHEET-EXIT
002100     END-IF
002110     MOVE LOT-NUMBER      TO CNT-LOT-NUMBER
002120     MOVE LOT-EXPIRY-DATE TO CNT-LOT-EXPIRY-DATE
002130     WRITE COUNT-SHEET-RECORD
002140     MOVE 'Y' TO WS-LOT-FOUND-SW
002150     ADD 1 TO WS-SHEET-COUNT.
002160 2110-WRITE-ONE-LOT-SHEET-EXIT.
002170     EXIT.
