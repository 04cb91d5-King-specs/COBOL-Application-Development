000340*                     MATCHING COUNTS ALIKE - SO THE COUNT-SHEET
000350*                     BUILD'S A/B/C SCHEDULE KNOWS WHEN EACH ROW
000360*                     WAS LAST COUNTED.
000361*    2026-10-14 JRM   COUNTS BY LOT.  EACH SHEET NAMES A LOT
000362*                     AND IS COMPARED TO THAT LOT'S BOOK QUANTITY;
000363*                     A POSTED VARIANCE SETS THE LOT TO THE COUNT
000364*                     AND MOVES THE MASTER BY THE SAME AMOUNT, SO
000365*                     THE LOTS STILL ADD UP TO ITEM-QUANTITY.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000610     SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "seclog.dat"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SEC-STATUS.
000631
000632     SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO "lotbal.dat"
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS DYNAMIC
000635         RECORD KEY IS LOT-KEY
000636         FILE STATUS IS WS-LOT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  COUNT-SHEET-FILE.
000780 FD  SECURITY-LOG-FILE.
000790     COPY SECREC.
000800*
000803 FD  LOT-BALANCE-FILE.
000806     COPY LOTREC.
000809*
000810 WORKING-STORAGE SECTION.
000820******************************************************************
000830*    SWITCHES AND FLAGS
000890         88  WS-FOUND                     VALUE 'Y'.
000900     05  WS-SIGNED-ON-SW      PIC X(01)   VALUE 'N'.
000910         88  WS-SIGNED-ON                 VALUE 'Y'.
000914     05  WS-LOT-DONE-SW       PIC X(01)   VALUE 'N'.
000918         88  WS-LOT-DONE                  VALUE 'Y'.
000920*
000930******************************************************************
000940*    FILE STATUS AND OPERATOR WORK AREAS
000980 01  WS-AUD-STATUS            PIC X(02).
000990 01  WS-OPR-STATUS            PIC X(02).
001000 01  WS-SEC-STATUS            PIC X(02).
001005 01  WS-LOT-STATUS            PIC X(02).
001010 01  WS-OPERATOR-ID           PIC X(05).
001020 01  WS-PASSWORD              PIC X(08).
001030 01  WS-AUTH-LEVEL            PIC 9(01)   VALUE ZERO.
001340******************************************************************
001350 01  WS-AUDIT-OLD-QTY         PIC 9(05).
001360 01  WS-AUDIT-NEW-QTY         PIC 9(05).
001361*
001362******************************************************************
001363*    LOT-BALANCE WORK AREAS - THE CALLER OF 8500 SETS THE ITEM,
001364*    THE WAREHOUSE, AND THE MASTER QUANTITY THE LOTS MUST ADD UP
001365*    TO.
001366******************************************************************
001367 01  WS-LOT-ITEM-ID           PIC 9(05).
001368 01  WS-LOT-WAREHOUSE-ID      PIC X(05).
001369 01  WS-LOT-TARGET-QTY        PIC 9(05).
001370 01  WS-LOT-ON-FILE-QTY       PIC 9(07).
001371 01  WS-LOT-EXCESS-QTY        PIC 9(07).
001372 01  WS-LOT-TAKE-QTY          PIC 9(05).
001373 01  WS-LOT-ADD-NUMBER        PIC X(10).
001374 01  WS-LOT-ADD-EXPIRY        PIC 9(08).
001375 01  WS-LOT-ADD-QTY           PIC 9(05).
001376*
001380 PROCEDURE DIVISION.
001390******************************************************************
001400*    0000-MAINLINE
002350         GO TO 1000-INITIALIZE-EXIT
002360     END-IF
002370     DISPLAY "Cycle Count Variance Report"
002380     DISPLAY "ID    Whse  Lot        Name                 "
002390             "Book  Count Qty-Var Dollar-Var"
002400     READ COUNT-SHEET-FILE
002410         AT END
002420             MOVE 'Y' TO WS-EOF-SW
002670             ADD 1 TO WS-REJECT-COUNT
002680             GO TO 2000-PROCESS-COUNT-SHEET-READ
002690     END-READ
002691*    BRING THE LOTS IN STEP WITH THE MASTER, THEN COUNT AGAINST
002692*    THE BOOK QUANTITY OF THE LOT THE SHEET NAMES.
002693     MOVE CNT-ITEM-ID      TO WS-LOT-ITEM-ID
002694     MOVE CNT-WAREHOUSE-ID TO WS-LOT-WAREHOUSE-ID
002695     MOVE ITEM-QUANTITY    TO WS-LOT-TARGET-QTY
002696     PERFORM 8500-ALIGN-LOT-BALANCES
002697         THRU 8500-ALIGN-LOT-BALANCES-EXIT
002698     PERFORM 8550-READ-COUNTED-LOT
002699         THRU 8550-READ-COUNTED-LOT-EXIT
002700
002720     IF CNT-COUNTED-QTY EQUAL WS-BOOK-QTY
002730*        A MATCHING COUNT IS STILL A COMPLETED COUNT - STAMP
002740*        THE COUNTED DATE SO THE SCHEDULE SEES IT.
002850     MOVE WS-QTY-VARIANCE    TO WS-PRT-QTY-VARIANCE
002860     MOVE WS-DOLLAR-VARIANCE TO WS-PRT-DOLLAR-VARIANCE
002870     DISPLAY CNT-ITEM-ID SPACE CNT-WAREHOUSE-ID SPACE
002880             CNT-LOT-NUMBER SPACE CNT-ITEM-NAME SPACE
002885             WS-BOOK-QTY SPACE CNT-COUNTED-QTY SPACE
002890             WS-PRT-QTY-VARIANCE SPACE
002900             WS-PRT-DOLLAR-VARIANCE
002910
002920     IF NOT WS-SUPERVISOR
003120*
003130******************************************************************
003140*    3000-POST-ADJUSTMENT
003150*    MOVES THE MASTER BY THE LOT'S VARIANCE, SETS THE LOT TO THE
003160*    COUNTED QUANTITY, AND LOGS THE CORRECTION TO THE AUDIT FILE
003170*    WITH CHANGE TYPE 'C' SO IT IS DISTINGUISHABLE FROM A NORMAL
003175*    STOCK MOVEMENT.
003180******************************************************************
003190 3000-POST-ADJUSTMENT.
003200     MOVE ITEM-QUANTITY   TO WS-AUDIT-OLD-QTY
003210     COMPUTE ITEM-QUANTITY = ITEM-QUANTITY + WS-QTY-VARIANCE
003220     MOVE ITEM-QUANTITY   TO WS-AUDIT-NEW-QTY
003230     ACCEPT ITEM-LAST-COUNT-DATE FROM DATE YYYYMMDD
003240     REWRITE INVENTORY-RECORD
003244     PERFORM 8560-POST-COUNTED-LOT
003248         THRU 8560-POST-COUNTED-LOT-EXIT
003250     ADD 1 TO WS-POSTED-COUNT
003260     PERFORM 5000-WRITE-COUNT-AUDIT
003270         THRU 5000-WRITE-COUNT-AUDIT-EXIT.
004050     CLOSE SECURITY-LOG-FILE.
004060 8100-WRITE-SECURITY-LOG-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100*    8500-ALIGN-LOT-BALANCES
004110*    BRINGS THE LOT ROWS FOR WS-LOT-ITEM-ID AT WS-LOT-WAREHOUSE-ID
004120*    INTO LINE WITH THE MASTER QUANTITY IN WS-LOT-TARGET-QTY.  A
004130*    SHORTFALL IS ADDED TO THE UNLOTTED ROW; AN EXCESS IS TAKEN
004140*    OFF THE LOTS FIRST-EXPIRED-FIRST-OUT.  PERFORMED AFTER EVERY
004150*    MASTER REWRITE THAT MOVES ITEM-QUANTITY, SO AN ISSUE COMES
004160*    OUT OF THE OLDEST-DATED STOCK AND THE LOTS ALWAYS ADD UP TO
004170*    THE MASTER.
004180******************************************************************
004190 8500-ALIGN-LOT-BALANCES.
004200     OPEN I-O LOT-BALANCE-FILE
004210     IF WS-LOT-STATUS NOT EQUAL "00" AND
004220        WS-LOT-STATUS NOT EQUAL "05"
004230         DISPLAY "Unable to open lot balance file, status: "
004240                 WS-LOT-STATUS
004250         GO TO 8500-ALIGN-LOT-BALANCES-EXIT
004260     END-IF
004270     MOVE ZERO TO WS-LOT-ON-FILE-QTY
004280     PERFORM 8505-START-LOT-SCAN
004290         THRU 8505-START-LOT-SCAN-EXIT
004300     PERFORM 8510-TOTAL-ONE-LOT
004310         THRU 8510-TOTAL-ONE-LOT-EXIT
004320         UNTIL WS-LOT-DONE
004330     IF WS-LOT-ON-FILE-QTY < WS-LOT-TARGET-QTY
004340         COMPUTE WS-LOT-ADD-QTY =
004350             WS-LOT-TARGET-QTY - WS-LOT-ON-FILE-QTY
004360         MOVE SPACES   TO WS-LOT-ADD-NUMBER
004370         MOVE 99999999 TO WS-LOT-ADD-EXPIRY
004380         PERFORM 8530-ADD-TO-LOT
004390             THRU 8530-ADD-TO-LOT-EXIT
004400     END-IF
004410     IF WS-LOT-ON-FILE-QTY > WS-LOT-TARGET-QTY
004420         COMPUTE WS-LOT-EXCESS-QTY =
004430             WS-LOT-ON-FILE-QTY - WS-LOT-TARGET-QTY
004440         PERFORM 8505-START-LOT-SCAN
004450             THRU 8505-START-LOT-SCAN-EXIT
004460         PERFORM 8520-ISSUE-ONE-LOT
004470             THRU 8520-ISSUE-ONE-LOT-EXIT
004480             UNTIL WS-LOT-DONE
004490     END-IF
004500     CLOSE LOT-BALANCE-FILE.
004510 8500-ALIGN-LOT-BALANCES-EXIT.
004520     EXIT.
004530*
004540******************************************************************
004550*    8505-START-LOT-SCAN
004560*    POSITIONS THE LOT FILE AT THE FIRST (EARLIEST-EXPIRING) LOT
004570*    FOR THE ITEM AND WAREHOUSE.
004580******************************************************************
004590 8505-START-LOT-SCAN.
004600     MOVE 'N' TO WS-LOT-DONE-SW
004610     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
004620     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
004630     MOVE ZERO                TO LOT-EXPIRY-DATE
004640     MOVE SPACES              TO LOT-NUMBER
004650     START LOT-BALANCE-FILE KEY IS NOT LESS THAN LOT-KEY
004660         INVALID KEY
004670             MOVE 'Y' TO WS-LOT-DONE-SW
004680     END-START.
004690 8505-START-LOT-SCAN-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730*    8510-TOTAL-ONE-LOT
004740*    ADDS ONE LOT OF THE ITEM AND WAREHOUSE TO THE ON-FILE TOTAL.
004750******************************************************************
004760 8510-TOTAL-ONE-LOT.
004770     READ LOT-BALANCE-FILE NEXT RECORD
004780         AT END
004790             MOVE 'Y' TO WS-LOT-DONE-SW
004800             GO TO 8510-TOTAL-ONE-LOT-EXIT
004810     END-READ
004820     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
004830        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
004840         MOVE 'Y' TO WS-LOT-DONE-SW
004850         GO TO 8510-TOTAL-ONE-LOT-EXIT
004860     END-IF
004870     ADD LOT-QUANTITY TO WS-LOT-ON-FILE-QTY.
004880 8510-TOTAL-ONE-LOT-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920*    8520-ISSUE-ONE-LOT
004930*    TAKES AS MUCH OF THE REMAINING EXCESS AS THE NEXT LOT HOLDS.
004940*    A LOT THAT IS USED UP IS DELETED.
004950******************************************************************
004960 8520-ISSUE-ONE-LOT.
004970     READ LOT-BALANCE-FILE NEXT RECORD
004980         AT END
004990             MOVE 'Y' TO WS-LOT-DONE-SW
005000             GO TO 8520-ISSUE-ONE-LOT-EXIT
005010     END-READ
005020     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
005030        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
005040         MOVE 'Y' TO WS-LOT-DONE-SW
005050         GO TO 8520-ISSUE-ONE-LOT-EXIT
005060     END-IF
005070     IF LOT-QUANTITY > WS-LOT-EXCESS-QTY
005080         MOVE WS-LOT-EXCESS-QTY TO WS-LOT-TAKE-QTY
005090     ELSE
005100         MOVE LOT-QUANTITY TO WS-LOT-TAKE-QTY
005110     END-IF
005120     SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QUANTITY
005130     SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-EXCESS-QTY
005140     IF LOT-QUANTITY EQUAL ZERO
005150         DELETE LOT-BALANCE-FILE RECORD
005160     ELSE
005170         REWRITE LOT-BALANCE-RECORD
005180     END-IF
005190     IF WS-LOT-EXCESS-QTY EQUAL ZERO
005200         MOVE 'Y' TO WS-LOT-DONE-SW
005210     END-IF.
005220 8520-ISSUE-ONE-LOT-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260*    8530-ADD-TO-LOT
005270*    ADDS WS-LOT-ADD-QTY TO THE LOT NAMED BY WS-LOT-ADD-NUMBER AND
005280*    WS-LOT-ADD-EXPIRY, CREATING IT IF IT IS NOT ON FILE.  THE LOT
005290*    FILE MUST ALREADY BE OPEN.
005300******************************************************************
005310 8530-ADD-TO-LOT.
005320     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
005330     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
005340     MOVE WS-LOT-ADD-EXPIRY   TO LOT-EXPIRY-DATE
005350     MOVE WS-LOT-ADD-NUMBER   TO LOT-NUMBER
005360     READ LOT-BALANCE-FILE
005370         INVALID KEY
005380             MOVE WS-LOT-ADD-QTY TO LOT-QUANTITY
005390             ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
005400             WRITE LOT-BALANCE-RECORD
005410         NOT INVALID KEY
005420             ADD WS-LOT-ADD-QTY TO LOT-QUANTITY
005430             REWRITE LOT-BALANCE-RECORD
005440     END-READ.
005450 8530-ADD-TO-LOT-EXIT.
005460     EXIT.
005470*
005480******************************************************************
005490*    8550-READ-COUNTED-LOT
005500*    TAKES THE BOOK QUANTITY FOR THE COUNT SHEET FROM THE LOT IT
005510*    NAMES.  A LOT NO LONGER ON FILE HAS A BOOK OF ZERO.  A SHEET
005520*    WITH NO LOT NUMBER IS THE UNLOTTED STOCK.
005530******************************************************************
005540 8550-READ-COUNTED-LOT.
005550     MOVE ZERO TO WS-BOOK-QTY
005560     IF CNT-LOT-NUMBER EQUAL SPACES
005570         MOVE 99999999 TO CNT-LOT-EXPIRY-DATE
005580     END-IF
005590     OPEN INPUT LOT-BALANCE-FILE
005600     IF WS-LOT-STATUS NOT EQUAL "00" AND
005610        WS-LOT-STATUS NOT EQUAL "05"
005620         DISPLAY "Unable to open lot balance file, status: "
005630                 WS-LOT-STATUS
005640         GO TO 8550-READ-COUNTED-LOT-EXIT
005650     END-IF
005660     MOVE CNT-ITEM-ID         TO LOT-ITEM-ID
005670     MOVE CNT-WAREHOUSE-ID    TO LOT-WAREHOUSE-ID
005680     MOVE CNT-LOT-EXPIRY-DATE TO LOT-EXPIRY-DATE
005690     MOVE CNT-LOT-NUMBER      TO LOT-NUMBER
005700     READ LOT-BALANCE-FILE
005710         INVALID KEY
005720             CONTINUE
005730         NOT INVALID KEY
005740             MOVE LOT-QUANTITY TO WS-BOOK-QTY
005750     END-READ
005760     CLOSE LOT-BALANCE-FILE.
005770 8550-READ-COUNTED-LOT-EXIT.
005780     EXIT.
005790*
005800******************************************************************
005810*    8560-POST-COUNTED-LOT
005820*    SETS THE COUNTED LOT TO THE COUNTED QUANTITY, ADDING THE LOT
005830*    IF IT WAS FOUND BUT NOT ON FILE AND DELETING IT IF IT WAS
005840*    COUNTED AT ZERO.
005850******************************************************************
005860 8560-POST-COUNTED-LOT.
005870     OPEN I-O LOT-BALANCE-FILE
005880     IF WS-LOT-STATUS NOT EQUAL "00" AND
005890        WS-LOT-STATUS NOT EQUAL "05"
005900         DISPLAY "Unable to open lot balance file, status: "
005910                 WS-LOT-STATUS
005920         GO TO 8560-POST-COUNTED-LOT-EXIT
005930     END-IF
005940     MOVE CNT-ITEM-ID         TO LOT-ITEM-ID
005950     MOVE CNT-WAREHOUSE-ID    TO LOT-WAREHOUSE-ID
005960     MOVE CNT-LOT-EXPIRY-DATE TO LOT-EXPIRY-DATE
005970     MOVE CNT-LOT-NUMBER      TO LOT-NUMBER
005980     READ LOT-BALANCE-FILE
005990         INVALID KEY
006000             IF CNT-COUNTED-QTY > ZERO
006010                 MOVE CNT-COUNTED-QTY TO LOT-QUANTITY
006020                 ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
006030                 WRITE LOT-BALANCE-RECORD
006040             END-IF
006050         NOT INVALID KEY
006060             IF CNT-COUNTED-QTY EQUAL ZERO
006070                 DELETE LOT-BALANCE-FILE RECORD
006080             ELSE
006090                 MOVE CNT-COUNTED-QTY TO LOT-QUANTITY
006100                 REWRITE LOT-BALANCE-RECORD
006110             END-IF
006120     END-READ
006130     CLOSE LOT-BALANCE-FILE.
006140 8560-POST-COUNTED-LOT-EXIT.
006150     EXIT.
