001050*                     ITEM DEACTIVATION NOW NEED SUPERVISOR
001060*                     AUTHORITY.  FAILED SIGN-ONS AND REFUSED
001070*                     OPTIONS ARE LOGGED TO THE SECURITY LOG.
001071*    2026-10-14 JRM   ADDS, QUANTITY UPDATES, AND TRANSFERS
001072*                     NOW KEEP THE LOT-BALANCE FILE IN STEP WITH
001073*                     THE MASTER.  A TRANSFER TAKES THE EARLIEST-
001074*                     EXPIRING LOTS OFF THE SOURCE AND ADDS THEM
001075*                     AT THE DESTINATION UNDER THE SAME LOT
001076*                     NUMBERS.
001080******************************************************************
001090 ENVIRONMENT DIVISION.
001100 INPUT-OUTPUT SECTION.
001460     SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "seclog.dat"
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS WS-SEC-STATUS.
001481
001482     SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO "lotbal.dat"
001483         ORGANIZATION IS INDEXED
001484         ACCESS MODE IS DYNAMIC
001485         RECORD KEY IS LOT-KEY
001486         FILE STATUS IS WS-LOT-STATUS.
001490 DATA DIVISION.
001500 FILE SECTION.
001510 FD  INVENTORY-FILE.
001720 FD  SECURITY-LOG-FILE.
001730     COPY SECREC.
001740*
001743 FD  LOT-BALANCE-FILE.
001746     COPY LOTREC.
001749*
001750 WORKING-STORAGE SECTION.
001760******************************************************************
001770*    SWITCHES AND FLAGS
001830         88  WS-FOUND                     VALUE 'Y'.
001840     05  WS-DEST-FOUND-SW     PIC X(01)   VALUE 'N'.
001850         88  WS-DEST-FOUND                VALUE 'Y'.
001852     05  WS-LOT-DONE-SW       PIC X(01)   VALUE 'N'.
001854         88  WS-LOT-DONE                  VALUE 'Y'.
001856     05  WS-LOT-CARRY-SW      PIC X(01)   VALUE 'N'.
001858         88  WS-LOT-CARRY                 VALUE 'Y'.
001860*
001870******************************************************************
001880*    FILE STATUS AND MENU WORK AREAS
001950 01  WS-VND-STATUS            PIC X(02).
001960 01  WS-OPR-STATUS            PIC X(02).
001970 01  WS-SEC-STATUS            PIC X(02).
001975 01  WS-LOT-STATUS            PIC X(02).
001980 01  WS-REJECT-REASON         PIC X(30).
001990 01  WS-MENU-CHOICE           PIC X(02).
002000 01  WS-OPERATOR-ID           PIC X(05).
002310 01  WS-INQUIRY-ROWS          PIC 9(03).
002320 01  WS-TOTAL-ON-HAND         PIC 9(07).
002330 01  WS-TOTAL-ATP             PIC S9(08).
002331*
002332******************************************************************
002333*    LOT-BALANCE WORK AREAS - THE CALLER OF 8500 SETS THE ITEM,
002334*    THE WAREHOUSE, AND THE MASTER QUANTITY THE LOTS MUST ADD UP
002335*    TO.
002336******************************************************************
002337 01  WS-LOT-ITEM-ID           PIC 9(05).
002338 01  WS-LOT-WAREHOUSE-ID      PIC X(05).
002339 01  WS-LOT-TARGET-QTY        PIC 9(05).
002340 01  WS-LOT-ON-FILE-QTY       PIC 9(07).
002341 01  WS-LOT-EXCESS-QTY        PIC 9(07).
002342 01  WS-LOT-TAKE-QTY          PIC 9(05).
002343 01  WS-LOT-ADD-NUMBER        PIC X(10).
002344 01  WS-LOT-ADD-EXPIRY        PIC 9(08).
002345 01  WS-LOT-ADD-QTY           PIC 9(05).
002346*
002350******************************************************************
002360*    AUDIT LOGGING WORK AREAS
002370******************************************************************
002430 01  WS-AUDIT-NEW-COST        PIC 9(05)V99.
002440 01  WS-AUDIT-OLD-ALLOC       PIC 9(05).
002450 01  WS-AUDIT-NEW-ALLOC       PIC 9(05).
002451*
002452******************************************************************
002453*    LOTS TAKEN OFF THE SOURCE WAREHOUSE BY A TRANSFER, CARRIED
002454*    TO THE DESTINATION UNDER THE SAME LOT NUMBER AND EXPIRY.
002455******************************************************************
002456 01  WS-CARRY-MAX             PIC 9(02)   COMP VALUE 20.
002457 01  WS-CARRY-COUNT           PIC 9(02)   COMP VALUE ZERO.
002458 01  WS-CARRY-SUB             PIC 9(02)   COMP VALUE ZERO.
002459 01  WS-CARRY-TABLE.
002460     05  WS-CARRY-ENTRY       OCCURS 20 TIMES.
002461         10  WS-CARRY-LOT-NUMBER PIC X(10).
002462         10  WS-CARRY-EXPIRY     PIC 9(08).
002463         10  WS-CARRY-QTY        PIC 9(05).
002464*
002470 PROCEDURE DIVISION.
002480******************************************************************
002490*    0000-MAINLINE
005040     READ INVENTORY-FILE
005050         INVALID KEY
005060             WRITE INVENTORY-RECORD
005061             MOVE ITEM-ID         TO WS-LOT-ITEM-ID
005062             MOVE WAREHOUSE-ID    TO WS-LOT-WAREHOUSE-ID
005063             MOVE ITEM-QUANTITY   TO WS-LOT-TARGET-QTY
005064             PERFORM 8500-ALIGN-LOT-BALANCES
005065                 THRU 8500-ALIGN-LOT-BALANCES-EXIT
005070             CLOSE INVENTORY-FILE
005080             DISPLAY "Item added successfully"
005090             GO TO 2000-ADD-ITEM-EXIT
005840             MOVE WS-QUANTITY TO WS-AUDIT-NEW-QTY
005850             ACCEPT ITEM-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD
005860             REWRITE INVENTORY-RECORD
005861             MOVE WS-ITEM-ID      TO WS-LOT-ITEM-ID
005862             MOVE WS-WAREHOUSE-ID TO WS-LOT-WAREHOUSE-ID
005863             MOVE ITEM-QUANTITY   TO WS-LOT-TARGET-QTY
005864             PERFORM 8500-ALIGN-LOT-BALANCES
005865                 THRU 8500-ALIGN-LOT-BALANCES-EXIT
005870             MOVE 'Y' TO WS-FOUND-SW
005880     END-READ
005890     CLOSE INVENTORY-FILE
010310     MOVE ITEM-QUANTITY TO WS-AUDIT-NEW-QTY
010320     ACCEPT ITEM-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD
010330     REWRITE INVENTORY-RECORD
010331*    THE TRANSFER LEAVES THE SOURCE EARLIEST-EXPIRING LOT FIRST.
010332     MOVE WS-ITEM-ID       TO WS-LOT-ITEM-ID
010333     MOVE WS-SRC-WAREHOUSE TO WS-LOT-WAREHOUSE-ID
010334     MOVE ITEM-QUANTITY    TO WS-LOT-TARGET-QTY
010335     MOVE ZERO             TO WS-CARRY-COUNT
010336     MOVE 'Y'              TO WS-LOT-CARRY-SW
010337     PERFORM 8500-ALIGN-LOT-BALANCES
010338         THRU 8500-ALIGN-LOT-BALANCES-EXIT
010339     MOVE 'N'              TO WS-LOT-CARRY-SW
010340     MOVE 'Y' TO WS-FOUND-SW
010350     MOVE WS-SRC-WAREHOUSE TO WS-WAREHOUSE-ID
010360     PERFORM 5000-WRITE-QTY-AUDIT
010670             REWRITE INVENTORY-RECORD
010680             MOVE 'Y' TO WS-DEST-FOUND-SW
010690     END-READ
010691*    THE LOTS TAKEN OFF THE SOURCE ARRIVE UNDER THEIR OWN LOT
010692*    NUMBERS AND EXPIRY DATES.
010693     MOVE WS-DST-WAREHOUSE TO WS-LOT-WAREHOUSE-ID
010694     MOVE ITEM-QUANTITY    TO WS-LOT-TARGET-QTY
010695     PERFORM 8540-CARRY-LOTS
010696         THRU 8540-CARRY-LOTS-EXIT
010697     PERFORM 8500-ALIGN-LOT-BALANCES
010698         THRU 8500-ALIGN-LOT-BALANCES-EXIT
010700     CLOSE INVENTORY-FILE
010710     MOVE WS-DST-WAREHOUSE TO WS-WAREHOUSE-ID
010720     PERFORM 5000-WRITE-QTY-AUDIT
013150     CLOSE SECURITY-LOG-FILE.
013160 8100-WRITE-SECURITY-LOG-EXIT.
013170     EXIT.
013180*
013190******************************************************************
013200*    8500-ALIGN-LOT-BALANCES
013210*    BRINGS THE LOT ROWS FOR WS-LOT-ITEM-ID AT WS-LOT-WAREHOUSE-ID
013220*    INTO LINE WITH THE MASTER QUANTITY IN WS-LOT-TARGET-QTY.  A
013230*    SHORTFALL IS ADDED TO THE UNLOTTED ROW; AN EXCESS IS TAKEN
013240*    OFF THE LOTS FIRST-EXPIRED-FIRST-OUT.  PERFORMED AFTER EVERY
013250*    MASTER REWRITE THAT MOVES ITEM-QUANTITY, SO AN ISSUE COMES
013260*    OUT OF THE OLDEST-DATED STOCK AND THE LOTS ALWAYS ADD UP TO
013270*    THE MASTER.
013280******************************************************************
013290 8500-ALIGN-LOT-BALANCES.
013300     OPEN I-O LOT-BALANCE-FILE
013310     IF WS-LOT-STATUS NOT EQUAL "00" AND
013320        WS-LOT-STATUS NOT EQUAL "05"
013330         DISPLAY "Unable to open lot balance file, status: "
013340                 WS-LOT-STATUS
013350         GO TO 8500-ALIGN-LOT-BALANCES-EXIT
013360     END-IF
013370     MOVE ZERO TO WS-LOT-ON-FILE-QTY
013380     PERFORM 8505-START-LOT-SCAN
013390         THRU 8505-START-LOT-SCAN-EXIT
013400     PERFORM 8510-TOTAL-ONE-LOT
013410         THRU 8510-TOTAL-ONE-LOT-EXIT
013420         UNTIL WS-LOT-DONE
013430     IF WS-LOT-ON-FILE-QTY < WS-LOT-TARGET-QTY
013440         COMPUTE WS-LOT-ADD-QTY =
013450             WS-LOT-TARGET-QTY - WS-LOT-ON-FILE-QTY
013460         MOVE SPACES   TO WS-LOT-ADD-NUMBER
013470         MOVE 99999999 TO WS-LOT-ADD-EXPIRY
013480         PERFORM 8530-ADD-TO-LOT
013490             THRU 8530-ADD-TO-LOT-EXIT
013500     END-IF
013510     IF WS-LOT-ON-FILE-QTY > WS-LOT-TARGET-QTY
013520         COMPUTE WS-LOT-EXCESS-QTY =
013530             WS-LOT-ON-FILE-QTY - WS-LOT-TARGET-QTY
013540         PERFORM 8505-START-LOT-SCAN
013550             THRU 8505-START-LOT-SCAN-EXIT
013560         PERFORM 8520-ISSUE-ONE-LOT
013570             THRU 8520-ISSUE-ONE-LOT-EXIT
013580             UNTIL WS-LOT-DONE
013590     END-IF
013600     CLOSE LOT-BALANCE-FILE.
013610 8500-ALIGN-LOT-BALANCES-EXIT.
013620     EXIT.
013630*
013640******************************************************************
013650*    8505-START-LOT-SCAN
013660*    POSITIONS THE LOT FILE AT THE FIRST (EARLIEST-EXPIRING) LOT
013670*    FOR THE ITEM AND WAREHOUSE.
013680******************************************************************
013690 8505-START-LOT-SCAN.
013700     MOVE 'N' TO WS-LOT-DONE-SW
013710     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
013720     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
013730     MOVE ZERO                TO LOT-EXPIRY-DATE
013740     MOVE SPACES              TO LOT-NUMBER
013750     START LOT-BALANCE-FILE KEY IS NOT LESS THAN LOT-KEY
013760         INVALID KEY
013770             MOVE 'Y' TO WS-LOT-DONE-SW
013780     END-START.
013790 8505-START-LOT-SCAN-EXIT.
013800     EXIT.
013810*
013820******************************************************************
013830*    8510-TOTAL-ONE-LOT
013840*    ADDS ONE LOT OF THE ITEM AND WAREHOUSE TO THE ON-FILE TOTAL.
013850******************************************************************
013860 8510-TOTAL-ONE-LOT.
013870     READ LOT-BALANCE-FILE NEXT RECORD
013880         AT END
013890             MOVE 'Y' TO WS-LOT-DONE-SW
013900             GO TO 8510-TOTAL-ONE-LOT-EXIT
013910     END-READ
013920     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
013930        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
013940         MOVE 'Y' TO WS-LOT-DONE-SW
013950         GO TO 8510-TOTAL-ONE-LOT-EXIT
013960     END-IF
013970     ADD LOT-QUANTITY TO WS-LOT-ON-FILE-QTY.
013980 8510-TOTAL-ONE-LOT-EXIT.
013990     EXIT.
014000*
014010******************************************************************
014020*    8520-ISSUE-ONE-LOT
014030*    TAKES AS MUCH OF THE REMAINING EXCESS AS THE NEXT LOT HOLDS.
014040*    A LOT THAT IS USED UP IS DELETED.
014050******************************************************************
014060 8520-ISSUE-ONE-LOT.
014070     READ LOT-BALANCE-FILE NEXT RECORD
014080         AT END
014090             MOVE 'Y' TO WS-LOT-DONE-SW
014100             GO TO 8520-ISSUE-ONE-LOT-EXIT
014110     END-READ
014120     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
014130        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
014140         MOVE 'Y' TO WS-LOT-DONE-SW
014150         GO TO 8520-ISSUE-ONE-LOT-EXIT
014160     END-IF
014170     IF LOT-QUANTITY > WS-LOT-EXCESS-QTY
014180         MOVE WS-LOT-EXCESS-QTY TO WS-LOT-TAKE-QTY
014190     ELSE
014200         MOVE LOT-QUANTITY TO WS-LOT-TAKE-QTY
014210     END-IF
014220     IF WS-LOT-CARRY
014230         PERFORM 8525-NOTE-CARRIED-LOT
014240             THRU 8525-NOTE-CARRIED-LOT-EXIT
014250     END-IF
014260     SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QUANTITY
014270     SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-EXCESS-QTY
014280     IF LOT-QUANTITY EQUAL ZERO
014290         DELETE LOT-BALANCE-FILE RECORD
014300     ELSE
014310         REWRITE LOT-BALANCE-RECORD
014320     END-IF
014330     IF WS-LOT-EXCESS-QTY EQUAL ZERO
014340         MOVE 'Y' TO WS-LOT-DONE-SW
014350     END-IF.
014360 8520-ISSUE-ONE-LOT-EXIT.
014370     EXIT.
014380*
014390******************************************************************
014400*    8530-ADD-TO-LOT
014410*    ADDS WS-LOT-ADD-QTY TO THE LOT NAMED BY WS-LOT-ADD-NUMBER AND
014420*    WS-LOT-ADD-EXPIRY, CREATING IT IF IT IS NOT ON FILE.  THE LOT
014430*    FILE MUST ALREADY BE OPEN.
014440******************************************************************
014450 8530-ADD-TO-LOT.
014460     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
014470     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
014480     MOVE WS-LOT-ADD-EXPIRY   TO LOT-EXPIRY-DATE
014490     MOVE WS-LOT-ADD-NUMBER   TO LOT-NUMBER
014500     READ LOT-BALANCE-FILE
014510         INVALID KEY
014520             MOVE WS-LOT-ADD-QTY TO LOT-QUANTITY
014530             ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
014540             WRITE LOT-BALANCE-RECORD
014550         NOT INVALID KEY
014560             ADD WS-LOT-ADD-QTY TO LOT-QUANTITY
014570             REWRITE LOT-BALANCE-RECORD
014580     END-READ.
014590 8530-ADD-TO-LOT-EXIT.
014600     EXIT.
014610*
014620******************************************************************
014630*    8525-NOTE-CARRIED-LOT
014640*    RECORDS A LOT TAKEN OFF THE SOURCE WAREHOUSE BY A TRANSFER SO
014650*    IT CAN BE ADDED AT THE DESTINATION UNDER THE SAME LOT NUMBER
014660*    AND EXPIRY.  PAST WS-CARRY-MAX LOTS THE REST OF THE TRANSFER
014670*    ARRIVES AS UNLOTTED STOCK.
014680******************************************************************
014690 8525-NOTE-CARRIED-LOT.
014700     IF WS-CARRY-COUNT NOT < WS-CARRY-MAX
014710         GO TO 8525-NOTE-CARRIED-LOT-EXIT
014720     END-IF
014730     ADD 1 TO WS-CARRY-COUNT
014740     MOVE LOT-NUMBER      TO WS-CARRY-LOT-NUMBER(WS-CARRY-COUNT)
014750     MOVE LOT-EXPIRY-DATE TO WS-CARRY-EXPIRY(WS-CARRY-COUNT)
014760     MOVE WS-LOT-TAKE-QTY TO WS-CARRY-QTY(WS-CARRY-COUNT).
014770 8525-NOTE-CARRIED-LOT-EXIT.
014780     EXIT.
014790*
014800******************************************************************
014810*    8540-CARRY-LOTS
014820*    ADDS THE LOTS NOTED OFF THE SOURCE TO THE DESTINATION
014830*    WAREHOUSE IN WS-LOT-WAREHOUSE-ID.
014840******************************************************************
014850 8540-CARRY-LOTS.
014860     OPEN I-O LOT-BALANCE-FILE
014870     IF WS-LOT-STATUS NOT EQUAL "00" AND
014880        WS-LOT-STATUS NOT EQUAL "05"
014890         DISPLAY "Unable to open lot balance file, status: "
014900                 WS-LOT-STATUS
014910         GO TO 8540-CARRY-LOTS-EXIT
014920     END-IF
014930     PERFORM 8545-ADD-CARRIED-LOT
014940         THRU 8545-ADD-CARRIED-LOT-EXIT
014950         VARYING WS-CARRY-SUB FROM 1 BY 1
014960         UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
014970     CLOSE LOT-BALANCE-FILE.
014980 8540-CARRY-LOTS-EXIT.
014990     EXIT.
015000*
015010******************************************************************
015020*    8545-ADD-CARRIED-LOT
015030*    ADDS ONE CARRIED LOT AT THE DESTINATION.
015040******************************************************************
015050 8545-ADD-CARRIED-LOT.
015060     MOVE WS-CARRY-LOT-NUMBER(WS-CARRY-SUB) TO WS-LOT-ADD-NUMBER
015070     MOVE WS-CARRY-EXPIRY(WS-CARRY-SUB)     TO WS-LOT-ADD-EXPIRY
015080     MOVE WS-CARRY-QTY(WS-CARRY-SUB)        TO WS-LOT-ADD-QTY
015090     PERFORM 8530-ADD-TO-LOT
015100         THRU 8530-ADD-TO-LOT-EXIT.
015110 8545-ADD-CARRIED-LOT-EXIT.
015120     EXIT.
