001290*                     AGAINST AN INPUT THE EDIT HAD FAILED.
001300*                     RECORDS ITS OWN START, COUNTS, AND OUTCOME
001310*                     AS STEP 02.
001311*    2026-10-14 JRM   KEEPS THE LOT-BALANCE FILE IN STEP WITH
001312*                     EVERY ADD AND QUANTITY UPDATE (SALES TAKE
001313*                     THE EARLIEST-EXPIRING LOTS FIRST).
001314*    2026-10-14 JRM   WRITES EVERY POS SALE TO SALESHIST.DAT FOR
001315*                     THE GROSS-MARGIN REPORT.
001316*    2026-10-14 JRM   ALSO REFUSES TO START WITHOUT A CLEAN PRE-
001317*                     UPDATE BACKUP (STEP 07) FOR THE DATE, SO A
001318*                     BAD NIGHT CAN ALWAYS BE ROLLED BACK.
001320******************************************************************
001330 ENVIRONMENT DIVISION.
001340 INPUT-OUTPUT SECTION.
001500     SELECT OPTIONAL PRICE-HISTORY-FILE ASSIGN TO "pricehist.dat"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-PHS-STATUS.
001522
001524     SELECT OPTIONAL SALES-HISTORY-FILE ASSIGN TO "saleshist.dat"
001526         ORGANIZATION IS LINE SEQUENTIAL
001528         FILE STATUS IS WS-SLH-STATUS.
001530
001540     SELECT CHECKPOINT-FILE ASSIGN TO "invckpt.dat"
001550         ORGANIZATION IS LINE SEQUENTIAL
001740         ACCESS MODE IS DYNAMIC
001750         RECORD KEY IS RC-KEY
001760         FILE STATUS IS WS-RCT-STATUS.
001761
001762     SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO "lotbal.dat"
001763         ORGANIZATION IS INDEXED
001764         ACCESS MODE IS DYNAMIC
001765         RECORD KEY IS LOT-KEY
001766         FILE STATUS IS WS-LOT-STATUS.
001770 DATA DIVISION.
001780 FILE SECTION.
001790 FD  TRANSACTION-FILE.
001870*
001880 FD  PRICE-HISTORY-FILE.
001890     COPY PRCHIST.
001893*
001896 FD  SALES-HISTORY-FILE.
001899     COPY SLSHIST.
001900*
001910 FD  CHECKPOINT-FILE.
001920     COPY CKPTREC.
002030 FD  RUN-CONTROL-FILE.
002040     COPY RUNCTL.
002050*
002053 FD  LOT-BALANCE-FILE.
002056     COPY LOTREC.
002059*
002060 WORKING-STORAGE SECTION.
002070 01  WS-SWITCHES.
002080     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
002210         88  WS-RC-OK                     VALUE 'Y'.
002220     05  WS-RC-FOUND-SW       PIC X(01)   VALUE 'N'.
002230         88  WS-RC-FOUND                  VALUE 'Y'.
002234     05  WS-LOT-DONE-SW       PIC X(01)   VALUE 'N'.
002238         88  WS-LOT-DONE                  VALUE 'Y'.
002240 01  WS-TRAN-STATUS           PIC X(02).
002250 01  WS-INV-STATUS            PIC X(02).
002260 01  WS-AUD-STATUS            PIC X(02).
002270 01  WS-PHS-STATUS            PIC X(02).
002275 01  WS-SLH-STATUS            PIC X(02).
002280 01  WS-CKP-STATUS            PIC X(02).
002290 01  WS-RCY-STATUS            PIC X(02).
002300 01  WS-RPT-STATUS            PIC X(02).
002310 01  WS-BOR-STATUS            PIC X(02).
002320 01  WS-RCT-STATUS            PIC X(02).
002325 01  WS-LOT-STATUS            PIC X(02).
002330 01  WS-RC-OUTCOME            PIC X(01).
002340 01  WS-REJECT-REASON         PIC X(30).
002350 01  WS-OPERATOR-ID           PIC X(05)   VALUE "BATCH".
002630 01  WS-ATP-QTY               PIC S9(06).
002640 01  WS-AUDIT-OLD-PRICE       PIC 9(05)V99.
002650 01  WS-AUDIT-NEW-PRICE       PIC 9(05)V99.
002655 01  WS-SALE-UNIT-PRICE       PIC 9(05)V99.
002660 01  WS-UPDATED-QTY           PIC S9(06).
002670 01  WS-SHORTFALL-QTY         PIC 9(05).
002680 01  WS-RELEASE-QTY           PIC 9(05).
002681*
002682******************************************************************
002683*    LOT-BALANCE WORK AREAS - THE CALLER OF 8500 SETS THE ITEM,
002684*    THE WAREHOUSE, AND THE MASTER QUANTITY THE LOTS MUST ADD UP
002685*    TO.
002686******************************************************************
002687 01  WS-LOT-ITEM-ID           PIC 9(05).
002688 01  WS-LOT-WAREHOUSE-ID      PIC X(05).
002689 01  WS-LOT-TARGET-QTY        PIC 9(05).
002690 01  WS-LOT-ON-FILE-QTY       PIC 9(07).
002691 01  WS-LOT-EXCESS-QTY        PIC 9(07).
002692 01  WS-LOT-TAKE-QTY          PIC 9(05).
002693 01  WS-LOT-ADD-NUMBER        PIC X(10).
002694 01  WS-LOT-ADD-EXPIRY        PIC 9(08).
002695 01  WS-LOT-ADD-QTY           PIC 9(05).
002696*
002700******************************************************************
002710*    REJECT RUN-CONTROL REPORT WORK AREAS
002720******************************************************************
005010                 THRU 5300-WRITE-REJECT-RECYCLE-EXIT
005020         NOT INVALID KEY
005030             ADD 1 TO WS-ADD-COUNT
005031             MOVE TRAN-ITEM-ID      TO WS-LOT-ITEM-ID
005032             MOVE TRAN-WAREHOUSE-ID TO WS-LOT-WAREHOUSE-ID
005033             MOVE ITEM-QUANTITY     TO WS-LOT-TARGET-QTY
005034             PERFORM 8500-ALIGN-LOT-BALANCES
005035                 THRU 8500-ALIGN-LOT-BALANCES-EXIT
005040     END-WRITE.
005050 2100-APPLY-ADD-EXIT.
005060     EXIT.
005460         ACCEPT ITEM-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD
005470     END-IF
005480     MOVE ITEM-QUANTITY TO WS-AUDIT-NEW-QTY
005485     MOVE ITEM-PRICE TO WS-SALE-UNIT-PRICE
005490     IF TRAN-PRICE NOT EQUAL ZERO
005500         MOVE ITEM-PRICE TO WS-AUDIT-OLD-PRICE
005510         MOVE TRAN-PRICE TO ITEM-PRICE
005540     REWRITE INVENTORY-RECORD
005550     PERFORM 5000-WRITE-QTY-AUDIT
005560         THRU 5000-WRITE-QTY-AUDIT-EXIT
005562     IF TRAN-QTY-DELTA < ZERO
005564         PERFORM 5700-WRITE-SALES-HISTORY
005566             THRU 5700-WRITE-SALES-HISTORY-EXIT
005568     END-IF
005570     IF TRAN-PRICE NOT EQUAL ZERO
005580         PERFORM 5100-WRITE-PRICE-AUDIT
005590             THRU 5100-WRITE-PRICE-AUDIT-EXIT
005650         PERFORM 2400-RELEASE-BACKORDERS
005660             THRU 2400-RELEASE-BACKORDERS-EXIT
005670     END-IF
005671*    KEEP THE LOTS IN STEP WITH THE NEW ON-HAND - A SALE COMES
005672*    OUT OF THE EARLIEST-EXPIRING LOTS.
005673     MOVE TRAN-ITEM-ID      TO WS-LOT-ITEM-ID
005674     MOVE TRAN-WAREHOUSE-ID TO WS-LOT-WAREHOUSE-ID
005675     MOVE ITEM-QUANTITY     TO WS-LOT-TARGET-QTY
005676     PERFORM 8500-ALIGN-LOT-BALANCES
005677         THRU 8500-ALIGN-LOT-BALANCES-EXIT
005680     ADD 1 TO WS-UPDATE-COUNT.
005690 2200-APPLY-UPDATE-EXIT.
005700     EXIT.
009820     CLOSE AUDIT-FILE.
009830 5600-WRITE-ALLOC-RELEASED-AUDIT-EXIT.
009840     EXIT.
009845*
009850******************************************************************
009860*    5700-WRITE-SALES-HISTORY
009870*    APPENDS A ROW TO THE SALES-HISTORY FILE FOR A POS SALE (A
009880*    NEGATIVE QUANTITY DELTA), AT THE SELLING PRICE IN FORCE
009890*    BEFORE ANY PRICE CHANGE ON THE SAME TRANSACTION AND THE
009900*    ITEM'S CURRENT CARRYING COST, SO MARGIN CAN BE REPORTED.
009910******************************************************************
009920 5700-WRITE-SALES-HISTORY.
009930     MOVE TRAN-ITEM-ID        TO SH-ITEM-ID
009940     MOVE TRAN-WAREHOUSE-ID   TO SH-WAREHOUSE-ID
009950     ACCEPT SH-SALE-DATE FROM DATE YYYYMMDD
009960     ACCEPT SH-SALE-TIME FROM TIME
009970     COMPUTE SH-QUANTITY = ZERO - TRAN-QTY-DELTA
009980     MOVE WS-SALE-UNIT-PRICE  TO SH-UNIT-PRICE
009990     MOVE ITEM-UNIT-COST      TO SH-UNIT-COST
010000
010010     OPEN EXTEND SALES-HISTORY-FILE
010020     IF WS-SLH-STATUS EQUAL "35"
010030         OPEN OUTPUT SALES-HISTORY-FILE
010040         CLOSE SALES-HISTORY-FILE
010050         OPEN EXTEND SALES-HISTORY-FILE
010060     END-IF
010070     IF WS-SLH-STATUS NOT EQUAL "00"
010080         DISPLAY "Unable to open sales history file, status: "
010090                 WS-SLH-STATUS
010100         GO TO 5700-WRITE-SALES-HISTORY-EXIT
010110     END-IF
010120     WRITE SALES-HISTORY-RECORD
010130     CLOSE SALES-HISTORY-FILE.
010140 5700-WRITE-SALES-HISTORY-EXIT.
010150     EXIT.
010160*
010180******************************************************************
010190*    6000-CHECKPOINT-IF-DUE
010200*    COMMITS A RESTART CHECKPOINT ONCE WS-CHECKPOINT-INTERVAL
010210*    TRANSACTIONS HAVE BEEN PROCESSED SINCE THE LAST CHECKPOINT.
010220******************************************************************
010230 6000-CHECKPOINT-IF-DUE.
010240     ADD 1 TO WS-RECORDS-SINCE-CKPT
010250     IF WS-RECORDS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
010260         PERFORM 6100-WRITE-CHECKPOINT
010270             THRU 6100-WRITE-CHECKPOINT-EXIT
010280         MOVE ZERO TO WS-RECORDS-SINCE-CKPT
010290     END-IF.
010300 6000-CHECKPOINT-IF-DUE-EXIT.
010310     EXIT.
010320*
010330******************************************************************
010340*    6100-WRITE-CHECKPOINT
010350*    REWRITES THE CHECKPOINT FILE WITH THE SEQUENCE NUMBER OF THE
010360*    LAST TRANSACTION JUST COMMITTED, SO A RESTART PICKS UP RIGHT
010370*    AFTER IT INSTEAD OF REPROCESSING THE WHOLE RUN.
010380******************************************************************
010390 6100-WRITE-CHECKPOINT.
010400     MOVE WS-LAST-PROCESSED-SEQ TO CKPT-LAST-SEQUENCE-NO
010410     OPEN OUTPUT CHECKPOINT-FILE
010420     IF WS-CKP-STATUS NOT EQUAL "00"
010430         DISPLAY "Unable to open checkpoint file, status: "
010440                 WS-CKP-STATUS
010450         GO TO 6100-WRITE-CHECKPOINT-EXIT
010460     END-IF
010470     WRITE CHECKPOINT-RECORD
010480     CLOSE CHECKPOINT-FILE
010490     MOVE WS-LAST-PROCESSED-SEQ TO WS-LAST-COMMITTED-SEQ.
010500 6100-WRITE-CHECKPOINT-EXIT.
010510     EXIT.
010520*
010530******************************************************************
010540*    6200-CLEAR-CHECKPOINT
010550*    ZEROES THE CHECKPOINT AT CLEAN END-OF-RUN.  THE CHECKPOINT
010560*    ONLY EXISTS TO PROTECT A RERUN AFTER AN ABEND; ONCE THE
010570*    WHOLE TRANSACTION FILE HAS BEEN PROCESSED THERE IS NOTHING
010580*    TO RESTART, AND LEAVING THE LAST SEQUENCE NUMBER BEHIND
010590*    WOULD MAKE THE NEXT NIGHT'S RUN LOOK LIKE A RESTART AND
010600*    BLANKET-SKIP ANY INPUT CARRYING PRIOR-RUN SEQUENCE NUMBERS,
010610*    SUCH AS A CORRECTED RECYCLE FILE FED BACK IN.
010620******************************************************************
010630 6200-CLEAR-CHECKPOINT.
010640     MOVE ZERO TO CKPT-LAST-SEQUENCE-NO
010650     OPEN OUTPUT CHECKPOINT-FILE
010660     IF WS-CKP-STATUS NOT EQUAL "00"
010670         DISPLAY "Unable to clear checkpoint file, status: "
010680                 WS-CKP-STATUS
010690         GO TO 6200-CLEAR-CHECKPOINT-EXIT
010700     END-IF
010710     WRITE CHECKPOINT-RECORD
010720     CLOSE CHECKPOINT-FILE.
010730 6200-CLEAR-CHECKPOINT-EXIT.
010740     EXIT.
010750*
010760 9000-TERMINATE.
010770     IF WS-INIT-OK
010780         PERFORM 6200-CLEAR-CHECKPOINT
010790             THRU 6200-CLEAR-CHECKPOINT-EXIT
010800     END-IF
010810     CLOSE TRANSACTION-FILE
010820     CLOSE INVENTORY-FILE
010830     IF WS-BOR-OPEN
010840         CLOSE BACKORDER-FILE
010850     END-IF
010860     IF WS-RCY-OPEN
010870         CLOSE RECYCLE-FILE
010880     END-IF
010890     IF WS-RPT-OPEN
010900         MOVE WS-REJECT-COUNT TO WS-RPT-REJECT-COUNT
010910         MOVE WS-RPT-TRAILER  TO REJECT-REPORT-RECORD
010920         WRITE REJECT-REPORT-RECORD
010930         CLOSE REJECT-REPORT-FILE
010940     END-IF
010950     DISPLAY "Batch update complete."
010960     DISPLAY "Items added:   " WS-ADD-COUNT
010970     DISPLAY "Items updated: " WS-UPDATE-COUNT
010980     DISPLAY "Allocations applied:   " WS-ALLOC-COUNT
010990     DISPLAY "Transactions rejected: " WS-REJECT-COUNT
011000     DISPLAY "Backorders captured:   " WS-BACKORDER-COUNT
011010     DISPLAY "Backorders released:   " WS-RELEASE-COUNT
011020     IF WS-RC-OK
011030         IF WS-INIT-OK
011040             MOVE 'C' TO WS-RC-OUTCOME
011050         ELSE
011060             MOVE 'F' TO WS-RC-OUTCOME
011070         END-IF
011080         PERFORM 7100-RUN-CONTROL-END
011090             THRU 7100-RUN-CONTROL-END-EXIT
011100     END-IF.
011110 9000-TERMINATE-EXIT.
011120     EXIT.
011130*
011140******************************************************************
011150*    7000-RUN-CONTROL-START
011160*    REFUSES TO START UNLESS THE TRANSACTION EDIT (STEP 01) HAS
011170*    COMPLETED CLEAN FOR THIS BUSINESS DATE AND 7050 FINDS THE
011180*    PRE-UPDATE BACKUP (STEP 07) COMPLETED CLEAN AS WELL, THEN
011185*    OPENS THIS RUN'S STEP 02 RECORD WITH OUTCOME 'R' (RUNNING).
011190******************************************************************
011200 7000-RUN-CONTROL-START.
011210     MOVE 'N' TO WS-RC-OK-SW
011220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011230     OPEN I-O RUN-CONTROL-FILE
011240     IF WS-RCT-STATUS NOT EQUAL "00" AND
011250        WS-RCT-STATUS NOT EQUAL "05"
011260         DISPLAY "Unable to open run control file, status: "
011270                 WS-RCT-STATUS
011280         GO TO 7000-RUN-CONTROL-START-EXIT
011290     END-IF
011300     MOVE WS-RUN-DATE TO RC-RUN-DATE
011310     MOVE 01 TO RC-STEP-NO
011320     READ RUN-CONTROL-FILE
011330         INVALID KEY
011340             DISPLAY "Transaction edit has not run tonight - "
011350                     "batch update refused"
011360             CLOSE RUN-CONTROL-FILE
011370             GO TO 7000-RUN-CONTROL-START-EXIT
011380     END-READ
011390     IF NOT RC-CLEAN
011400         DISPLAY "Transaction edit did not complete clean - "
011410                 "batch update refused"
011420         CLOSE RUN-CONTROL-FILE
011430         GO TO 7000-RUN-CONTROL-START-EXIT
011440     END-IF
011441     PERFORM 7050-CHECK-BACKUP-TAKEN
011442         THRU 7050-CHECK-BACKUP-TAKEN-EXIT
011443     IF NOT WS-RC-OK
011444         CLOSE RUN-CONTROL-FILE
011445         GO TO 7000-RUN-CONTROL-START-EXIT
011446     END-IF
011450     MOVE 'N' TO WS-RC-FOUND-SW
011460     MOVE WS-RUN-DATE TO RC-RUN-DATE
011470     MOVE 02 TO RC-STEP-NO
011480     READ RUN-CONTROL-FILE
011490         INVALID KEY
011500             CONTINUE
011510         NOT INVALID KEY
011520             MOVE 'Y' TO WS-RC-FOUND-SW
011530     END-READ
011540     MOVE WS-RUN-DATE TO RC-RUN-DATE
011550     MOVE 02 TO RC-STEP-NO
011560     MOVE "INVENTORY-BATCH-UPDATE" TO RC-PROGRAM
011570     ACCEPT RC-START-TIME FROM TIME
011580     MOVE ZERO TO RC-END-TIME
011590     MOVE ZERO TO RC-IN-COUNT
011600     MOVE ZERO TO RC-OUT-COUNT
011610     MOVE ZERO TO RC-REJECT-COUNT
011620     SET RC-RUNNING TO TRUE
011630     IF WS-RC-FOUND
011640         REWRITE RUN-CONTROL-RECORD
011650     ELSE
011660         WRITE RUN-CONTROL-RECORD
011670     END-IF
011680     CLOSE RUN-CONTROL-FILE
011690     MOVE 'Y' TO WS-RC-OK-SW.
011700 7000-RUN-CONTROL-START-EXIT.
011710     EXIT.
011720*
011730******************************************************************
011740*    7100-RUN-CONTROL-END
011750*    COMPLETES THIS STEP'S RUN-CONTROL RECORD WITH ITS END TIME,
011760*    COUNTS, AND OUTCOME.  THE CALLER SETS WS-RC-OUTCOME FIRST.
011770******************************************************************
011780 7100-RUN-CONTROL-END.
011790     OPEN I-O RUN-CONTROL-FILE
011800     IF WS-RCT-STATUS NOT EQUAL "00" AND
011810        WS-RCT-STATUS NOT EQUAL "05"
011820         DISPLAY "Unable to open run control file, status: "
011830                 WS-RCT-STATUS
011840         GO TO 7100-RUN-CONTROL-END-EXIT
011850     END-IF
011860     MOVE WS-RUN-DATE TO RC-RUN-DATE
011870     MOVE 02 TO RC-STEP-NO
011880     READ RUN-CONTROL-FILE
011890         INVALID KEY
011900             DISPLAY "Run control record missing at end of run"
011910             CLOSE RUN-CONTROL-FILE
011920             GO TO 7100-RUN-CONTROL-END-EXIT
011930     END-READ
011940     ACCEPT RC-END-TIME FROM TIME
011950     COMPUTE RC-IN-COUNT = WS-ADD-COUNT + WS-UPDATE-COUNT
011960         + WS-ALLOC-COUNT + WS-REJECT-COUNT
011970     COMPUTE RC-OUT-COUNT = WS-ADD-COUNT + WS-UPDATE-COUNT
011980         + WS-ALLOC-COUNT
011990     MOVE WS-REJECT-COUNT TO RC-REJECT-COUNT
012000     MOVE WS-RC-OUTCOME   TO RC-OUTCOME
012010     REWRITE RUN-CONTROL-RECORD
012020     CLOSE RUN-CONTROL-FILE.
012030 7100-RUN-CONTROL-END-EXIT.
012040     EXIT.
012050*
012060******************************************************************
012070*    8500-ALIGN-LOT-BALANCES
012080*    BRINGS THE LOT ROWS FOR WS-LOT-ITEM-ID AT WS-LOT-WAREHOUSE-ID
012090*    INTO LINE WITH THE MASTER QUANTITY IN WS-LOT-TARGET-QTY.  A
012100*    SHORTFALL IS ADDED TO THE UNLOTTED ROW; AN EXCESS IS TAKEN
012110*    OFF THE LOTS FIRST-EXPIRED-FIRST-OUT.  PERFORMED AFTER EVERY
012120*    MASTER REWRITE THAT MOVES ITEM-QUANTITY, SO AN ISSUE COMES
012130*    OUT OF THE OLDEST-DATED STOCK AND THE LOTS ALWAYS ADD UP TO
012140*    THE MASTER.
012150******************************************************************
012160 8500-ALIGN-LOT-BALANCES.
012170     OPEN I-O LOT-BALANCE-FILE
012180     IF WS-LOT-STATUS NOT EQUAL "00" AND
012190        WS-LOT-STATUS NOT EQUAL "05"
012200         DISPLAY "Unable to open lot balance file, status: "
012210                 WS-LOT-STATUS
012220         GO TO 8500-ALIGN-LOT-BALANCES-EXIT
012230     END-IF
012240     MOVE ZERO TO WS-LOT-ON-FILE-QTY
012250     PERFORM 8505-START-LOT-SCAN
012260         THRU 8505-START-LOT-SCAN-EXIT
012270     PERFORM 8510-TOTAL-ONE-LOT
012280         THRU 8510-TOTAL-ONE-LOT-EXIT
012290         UNTIL WS-LOT-DONE
012300     IF WS-LOT-ON-FILE-QTY < WS-LOT-TARGET-QTY
012310         COMPUTE WS-LOT-ADD-QTY =
012320             WS-LOT-TARGET-QTY - WS-LOT-ON-FILE-QTY
012330         MOVE SPACES   TO WS-LOT-ADD-NUMBER
012340         MOVE 99999999 TO WS-LOT-ADD-EXPIRY
012350         PERFORM 8530-ADD-TO-LOT
012360             THRU 8530-ADD-TO-LOT-EXIT
012370     END-IF
012380     IF WS-LOT-ON-FILE-QTY > WS-LOT-TARGET-QTY
012390         COMPUTE WS-LOT-EXCESS-QTY =
012400             WS-LOT-ON-FILE-QTY - WS-LOT-TARGET-QTY
012410         PERFORM 8505-START-LOT-SCAN
012420             THRU 8505-START-LOT-SCAN-EXIT
012430         PERFORM 8520-ISSUE-ONE-LOT
012440             THRU 8520-ISSUE-ONE-LOT-EXIT
012450             UNTIL WS-LOT-DONE
012460     END-IF
012470     CLOSE LOT-BALANCE-FILE.
012480 8500-ALIGN-LOT-BALANCES-EXIT.
012490     EXIT.
012500*
012510******************************************************************
012520*    8505-START-LOT-SCAN
012530*    POSITIONS THE LOT FILE AT THE FIRST (EARLIEST-EXPIRING) LOT
012540*    FOR THE ITEM AND WAREHOUSE.
012550******************************************************************
012560 8505-START-LOT-SCAN.
012570     MOVE 'N' TO WS-LOT-DONE-SW
012580     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
012590     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
012600     MOVE ZERO                TO LOT-EXPIRY-DATE
012610     MOVE SPACES              TO LOT-NUMBER
012620     START LOT-BALANCE-FILE KEY IS NOT LESS THAN LOT-KEY
012630         INVALID KEY
012640             MOVE 'Y' TO WS-LOT-DONE-SW
012650     END-START.
012660 8505-START-LOT-SCAN-EXIT.
012670     EXIT.
012680*
012690******************************************************************
012700*    8510-TOTAL-ONE-LOT
012710*    ADDS ONE LOT OF THE ITEM AND WAREHOUSE TO THE ON-FILE TOTAL.
012720******************************************************************
012730 8510-TOTAL-ONE-LOT.
012740     READ LOT-BALANCE-FILE NEXT RECORD
012750         AT END
012760             MOVE 'Y' TO WS-LOT-DONE-SW
012770             GO TO 8510-TOTAL-ONE-LOT-EXIT
012780     END-READ
012790     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
012800        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
012810         MOVE 'Y' TO WS-LOT-DONE-SW
012820         GO TO 8510-TOTAL-ONE-LOT-EXIT
012830     END-IF
012840     ADD LOT-QUANTITY TO WS-LOT-ON-FILE-QTY.
012850 8510-TOTAL-ONE-LOT-EXIT.
012860     EXIT.
012870*
012880******************************************************************
012890*    8520-ISSUE-ONE-LOT
012900*    TAKES AS MUCH OF THE REMAINING EXCESS AS THE NEXT LOT HOLDS.
012910*    A LOT THAT IS USED UP IS DELETED.
012920******************************************************************
012930 8520-ISSUE-ONE-LOT.
012940     READ LOT-BALANCE-FILE NEXT RECORD
012950         AT END
012960             MOVE 'Y' TO WS-LOT-DONE-SW
012970             GO TO 8520-ISSUE-ONE-LOT-EXIT
012980     END-READ
012990     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
013000        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
013010         MOVE 'Y' TO WS-LOT-DONE-SW
013020         GO TO 8520-ISSUE-ONE-LOT-EXIT
013030     END-IF
013040     IF LOT-QUANTITY > WS-LOT-EXCESS-QTY
013050         MOVE WS-LOT-EXCESS-QTY TO WS-LOT-TAKE-QTY
013060     ELSE
013070         MOVE LOT-QUANTITY TO WS-LOT-TAKE-QTY
013080     END-IF
013090     SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QUANTITY
013100     SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-EXCESS-QTY
013110     IF LOT-QUANTITY EQUAL ZERO
013120         DELETE LOT-BALANCE-FILE RECORD
013130     ELSE
013140         REWRITE LOT-BALANCE-RECORD
013150     END-IF
013160     IF WS-LOT-EXCESS-QTY EQUAL ZERO
013170         MOVE 'Y' TO WS-LOT-DONE-SW
013180     END-IF.
013190 8520-ISSUE-ONE-LOT-EXIT.
013200     EXIT.
013210*
013220******************************************************************
013230*    8530-ADD-TO-LOT
013240*    ADDS WS-LOT-ADD-QTY TO THE LOT NAMED BY WS-LOT-ADD-NUMBER AND
013250*    WS-LOT-ADD-EXPIRY, CREATING IT IF IT IS NOT ON FILE.  THE LOT
013260*    FILE MUST ALREADY BE OPEN.
013270******************************************************************
013280 8530-ADD-TO-LOT.
013290     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
013300     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
013310     MOVE WS-LOT-ADD-EXPIRY   TO LOT-EXPIRY-DATE
013320     MOVE WS-LOT-ADD-NUMBER   TO LOT-NUMBER
013330     READ LOT-BALANCE-FILE
013340         INVALID KEY
013350             MOVE WS-LOT-ADD-QTY TO LOT-QUANTITY
013360             ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
013370             WRITE LOT-BALANCE-RECORD
013380         NOT INVALID KEY
013390             ADD WS-LOT-ADD-QTY TO LOT-QUANTITY
013400             REWRITE LOT-BALANCE-RECORD
013410     END-READ.
013420 8530-ADD-TO-LOT-EXIT.
013430     EXIT.
013440*
013450******************************************************************
013460*    7050-CHECK-BACKUP-TAKEN
013470*    CALLED FROM 7000 WITH THE RUN-CONTROL FILE OPEN.  SETS
013480*    WS-RC-OK ONLY IF THE PRE-UPDATE BACKUP (STEP 07) HAS
013490*    COMPLETED CLEAN FOR THIS BUSINESS DATE, SO THE UPDATE NEVER
013500*    RUNS WITHOUT A GENERATION TO ROLL BACK TO.
013510******************************************************************
013520 7050-CHECK-BACKUP-TAKEN.
013530     MOVE 'N' TO WS-RC-OK-SW
013540     MOVE WS-RUN-DATE TO RC-RUN-DATE
013550     MOVE 07 TO RC-STEP-NO
013560     READ RUN-CONTROL-FILE
013570         INVALID KEY
013580             DISPLAY "Pre-update backup has not run tonight - "
013590                     "batch update refused"
013600             GO TO 7050-CHECK-BACKUP-TAKEN-EXIT
013610     END-READ
013620     IF NOT RC-CLEAN
013630         DISPLAY "Pre-update backup did not complete clean - "
013640                 "batch update refused"
013650         GO TO 7050-CHECK-BACKUP-TAKEN-EXIT
013660     END-IF
013670     MOVE 'Y' TO WS-RC-OK-SW.
013680 7050-CHECK-BACKUP-TAKEN-EXIT.
013690     EXIT.
