000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRE-UPDATE-BACKUP.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  TAKES A DATED BACKUP GENERATION OF THE FILES
000090*                  THE BATCH UPDATE CHANGES, SO A RUN THAT FAILS
000100*                  PARTWAY - OR RUNS AGAINST THE WRONG FEED - CAN
000110*                  BE UNDONE BY INVENTORY-ROLLBACK WHEN THE
000120*                  CHECKPOINT RESTART CANNOT BE USED.
000130*
000140*                  THE INDEXED FILES (INVENTORY.DAT, INVSNAP.DAT,
000150*                  BACKORDER.DAT, LOTBAL.DAT) ARE COPIED RECORD
000160*                  FOR RECORD, IN KEY ORDER, TO IMAGE FILES IN A
000170*                  NUMBERED SLOT (INVBKUP.NN.DAT, SNPBKUP.NN.DAT,
000180*                  BORBKUP.NN.DAT, LOTBKUP.NN.DAT).  THE APPEND-
000190*                  ONLY HISTORY FILES (AUDITLOG.DAT, PRICEHIST.DAT
000200*                  AND SALESHIST.DAT) ARE NOT COPIED; THEIR COUNTS
000210*                  ARE RECORDED SO A ROLLBACK CAN TRIM THEM BACK.
000220*
000230*                  THE BACKUP GENERATION CATALOG (BKUPGEN.DAT)
000240*                  HOLDS ONE RECORD PER GENERATION KEPT.  A RERUN
000250*                  ON THE SAME BUSINESS DATE REUSES THAT DATE'S
000260*                  SLOT; OTHERWISE A FREE SLOT IS TAKEN, RETIRING
000270*                  THE OLDEST GENERATIONS FIRST ONCE THE NUMBER
000280*                  KEPT (WS-GENERATIONS-KEPT) IS REACHED.  THE
000290*                  CATALOG RECORD STAYS IN PROGRESS ('R') UNTIL
000300*                  EVERY FILE HAS BEEN COPIED AND COUNTED, SO A
000310*                  BACKUP THAT DIES PARTWAY CAN NEVER BE RESTORED.
000320*
000330*                  RUNS AS STEP 07 OF THE OVERNIGHT WINDOW,
000340*                  BETWEEN THE TRANSACTION EDIT AND THE BATCH
000350*                  UPDATE.  IT REFUSES TO START UNLESS THE EDIT
000360*                  (STEP 01) COMPLETED CLEAN, AND ONCE THE BATCH
000370*                  UPDATE (STEP 02) HAS STARTED FOR THE DATE IT
000380*                  REFUSES TO RUN AGAIN - A SECOND BACKUP THEN
000390*                  WOULD OVERWRITE THE GOOD GENERATION WITH
000400*                  PARTLY UPDATED FILES - UNLESS THAT UPDATE HAS
000410*                  SINCE BEEN ROLLED BACK.  THE BATCH UPDATE IN
000420*                  TURN WILL NOT START WITHOUT A CLEAN STEP 07.
000430*
000440*    MODIFICATION HISTORY
000450*    DATE       INIT  DESCRIPTION
000460*    ---------  ----  -------------------------------------------
000470*    2026-10-14 JRM   ORIGINAL PROGRAM.
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS INVENTORY-KEY
000560         FILE STATUS IS WS-INV-STATUS.
000570
000580     SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "invsnap.dat"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS SNAP-KEY
000620         FILE STATUS IS WS-SNP-STATUS.
000630
000640     SELECT OPTIONAL BACKORDER-FILE ASSIGN TO "backorder.dat"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS BO-KEY
000680         FILE STATUS IS WS-BOR-STATUS.
000690
000700     SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO "lotbal.dat"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS LOT-KEY
000740         FILE STATUS IS WS-LOT-STATUS.
000750
000760     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "auditlog.dat"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-AUD-STATUS.
000790
000800     SELECT OPTIONAL PRICE-HISTORY-FILE ASSIGN TO "pricehist.dat"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PHS-STATUS.
000830
000840     SELECT OPTIONAL SALES-HISTORY-FILE ASSIGN TO "saleshist.dat"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-SLH-STATUS.
000870
000880     SELECT IMAGE-FILE ASSIGN USING WS-IMAGE-NAME
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-IMG-STATUS.
000910
000920     SELECT OPTIONAL BACKUP-GENERATION-FILE
000930         ASSIGN TO "bkupgen.dat"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS BG-GEN-DATE
000970         FILE STATUS IS WS-BKG-STATUS.
000980
000990     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS RC-KEY
001030         FILE STATUS IS WS-RCT-STATUS.
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  INVENTORY-FILE.
001070     COPY INVREC.
001080*
001090 FD  SNAPSHOT-FILE.
001100******************************************************************
001110*    ONLY THE KEY OF THE SNAPSHOT IS NEEDED HERE; THE REST OF THE
001120*    RECORD IS CARRIED AS AN IMAGE.  THE LENGTH MUST STAY IN STEP
001130*    WITH INVREC AND THE LAYOUT IN THE SNAPSHOT REFRESH.
001140******************************************************************
001150 01  SNAPSHOT-RECORD.
001160     05  SNAP-KEY.
001170         10  SNAP-ITEM-ID         PIC 9(05).
001180         10  SNAP-WAREHOUSE-ID    PIC X(05).
001190     05  FILLER                   PIC X(87).
001200*
001210 FD  BACKORDER-FILE.
001220     COPY BORDREC.
001230*
001240 FD  LOT-BALANCE-FILE.
001250     COPY LOTREC.
001260*
001270 FD  AUDIT-FILE.
001280     COPY AUDREC.
001290*
001300 FD  PRICE-HISTORY-FILE.
001310     COPY PRCHIST.
001320*
001330 FD  SALES-HISTORY-FILE.
001340     COPY SLSHIST.
001350*
001360 FD  IMAGE-FILE.
001370 01  IMAGE-RECORD             PIC X(100).
001380*
001390 FD  BACKUP-GENERATION-FILE.
001400     COPY BKUPGEN.
001410*
001420 FD  RUN-CONTROL-FILE.
001430     COPY RUNCTL.
001440*
001450 WORKING-STORAGE SECTION.
001460******************************************************************
001470*    SWITCHES AND FLAGS
001480******************************************************************
001490 01  WS-SWITCHES.
001500     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
001510         88  WS-EOF                       VALUE 'Y'.
001520     05  WS-ABORT-SW          PIC X(01)   VALUE 'N'.
001530         88  WS-ABORT                     VALUE 'Y'.
001540     05  WS-RC-OK-SW          PIC X(01)   VALUE 'N'.
001550         88  WS-RC-OK                     VALUE 'Y'.
001560     05  WS-RC-FOUND-SW       PIC X(01)   VALUE 'N'.
001570         88  WS-RC-FOUND                  VALUE 'Y'.
001580     05  WS-BKG-OPEN-SW       PIC X(01)   VALUE 'N'.
001590         88  WS-BKG-OPEN                  VALUE 'Y'.
001600     05  WS-GEN-FOUND-SW      PIC X(01)   VALUE 'N'.
001610         88  WS-GEN-FOUND                 VALUE 'Y'.
001620*
001630******************************************************************
001640*    FILE STATUS AND CONTROL WORK AREAS
001650******************************************************************
001660 01  WS-INV-STATUS            PIC X(02).
001670 01  WS-SNP-STATUS            PIC X(02).
001680 01  WS-BOR-STATUS            PIC X(02).
001690 01  WS-LOT-STATUS            PIC X(02).
001700 01  WS-AUD-STATUS            PIC X(02).
001710 01  WS-PHS-STATUS            PIC X(02).
001720 01  WS-SLH-STATUS            PIC X(02).
001730 01  WS-IMG-STATUS            PIC X(02).
001740 01  WS-BKG-STATUS            PIC X(02).
001750 01  WS-RCT-STATUS            PIC X(02).
001760 01  WS-RC-OUTCOME            PIC X(01).
001770 01  WS-RUN-DATE              PIC 9(08).
001780 01  WS-IMAGE-NAME            PIC X(30).
001790 01  WS-IMAGE-PREFIX          PIC X(08).
001800*
001810******************************************************************
001820*    GENERATION SLOTS.  WS-GENERATIONS-KEPT IS A STANDING POLICY
001830*    CONSTANT - THE NUMBER OF NIGHTLY GENERATIONS KEPT ON DISK -
001840*    AND MAY BE RAISED UP TO WS-SLOT-MAX.
001850******************************************************************
001860 01  WS-GENERATIONS-KEPT      PIC 9(02)   COMP VALUE 5.
001870 01  WS-SLOT-MAX              PIC 9(02)   COMP VALUE 20.
001880 01  WS-SLOT-NO               PIC 9(02).
001890 01  WS-SLOT-SUB              PIC 9(02)   COMP.
001900 01  WS-GEN-COUNT             PIC 9(02)   COMP.
001910 01  WS-OLDEST-DATE           PIC 9(08).
001920 01  WS-SLOT-TABLE.
001930     05  WS-SLOT-USED         PIC X(01)   OCCURS 20 TIMES.
001940*
001950******************************************************************
001960*    RUN TOTALS
001970******************************************************************
001980 01  WS-TOTALS.
001990     05  WS-INV-COUNT         PIC 9(07)   COMP VALUE ZERO.
002000     05  WS-SNP-COUNT         PIC 9(07)   COMP VALUE ZERO.
002010     05  WS-BOR-COUNT         PIC 9(07)   COMP VALUE ZERO.
002020     05  WS-LOT-COUNT         PIC 9(07)   COMP VALUE ZERO.
002030     05  WS-AUD-COUNT         PIC 9(07)   COMP VALUE ZERO.
002040     05  WS-PHS-COUNT         PIC 9(07)   COMP VALUE ZERO.
002050     05  WS-SLH-COUNT         PIC 9(07)   COMP VALUE ZERO.
002060     05  WS-COPIED-COUNT      PIC 9(07)   COMP VALUE ZERO.
002070*
002080 PROCEDURE DIVISION.
002090******************************************************************
002100*    0000-MAINLINE
002110*    DRIVES THE SLOT CHOICE, THE COPY OF EACH INDEXED FILE, THE
002120*    COUNT OF EACH HISTORY FILE, AND THE CLOSE OF THE GENERATION.
002130******************************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE
002160         THRU 1000-INITIALIZE-EXIT
002170     IF NOT WS-ABORT
002180         PERFORM 3000-COPY-INVENTORY
002190             THRU 3000-COPY-INVENTORY-EXIT
002200     END-IF
002210     IF NOT WS-ABORT
002220         PERFORM 3100-COPY-SNAPSHOT
002230             THRU 3100-COPY-SNAPSHOT-EXIT
002240     END-IF
002250     IF NOT WS-ABORT
002260         PERFORM 3200-COPY-BACKORDERS
002270             THRU 3200-COPY-BACKORDERS-EXIT
002280     END-IF
002290     IF NOT WS-ABORT
002300         PERFORM 3300-COPY-LOT-BALANCES
002310             THRU 3300-COPY-LOT-BALANCES-EXIT
002320     END-IF
002330     IF NOT WS-ABORT
002340         PERFORM 4000-COUNT-HISTORY-FILES
002350             THRU 4000-COUNT-HISTORY-FILES-EXIT
002360     END-IF
002370     IF NOT WS-ABORT
002380         PERFORM 5000-CLOSE-GENERATION
002390             THRU 5000-CLOSE-GENERATION-EXIT
002400     END-IF
002410     PERFORM 9000-TERMINATE
002420         THRU 9000-TERMINATE-EXIT
002430     STOP RUN.
002440*
002450******************************************************************
002460*    1000-INITIALIZE
002470*    RECORDS THE STEP START, OPENS THE GENERATION CATALOG, PICKS
002480*    THE SLOT FOR TONIGHT'S GENERATION, AND OPENS ITS CATALOG
002490*    RECORD AS IN PROGRESS.
002500******************************************************************
002510 1000-INITIALIZE.
002520     PERFORM 7000-RUN-CONTROL-START
002530         THRU 7000-RUN-CONTROL-START-EXIT
002540     IF NOT WS-RC-OK
002550         MOVE 'Y' TO WS-ABORT-SW
002560         MOVE 8 TO RETURN-CODE
002570         GO TO 1000-INITIALIZE-EXIT
002580     END-IF
002590     OPEN I-O BACKUP-GENERATION-FILE
002600     IF WS-BKG-STATUS NOT EQUAL "00" AND
002610        WS-BKG-STATUS NOT EQUAL "05"
002620         DISPLAY "Unable to open backup generation catalog, "
002630                 "status: " WS-BKG-STATUS
002640         MOVE 'Y' TO WS-ABORT-SW
002650         MOVE 8 TO RETURN-CODE
002660         GO TO 1000-INITIALIZE-EXIT
002670     END-IF
002680     MOVE 'Y' TO WS-BKG-OPEN-SW
002690     PERFORM 2000-CHOOSE-SLOT
002700         THRU 2000-CHOOSE-SLOT-EXIT
002710     IF WS-ABORT
002720         MOVE 8 TO RETURN-CODE
002730         GO TO 1000-INITIALIZE-EXIT
002740     END-IF
002750
002760     MOVE WS-RUN-DATE TO BG-GEN-DATE
002770     ACCEPT BG-GEN-TIME FROM TIME
002780     MOVE WS-SLOT-NO TO BG-SLOT-NO
002790     SET BG-IN-PROGRESS TO TRUE
002800     MOVE ZERO TO BG-INV-COUNT
002810     MOVE ZERO TO BG-SNP-COUNT
002820     MOVE ZERO TO BG-BOR-COUNT
002830     MOVE ZERO TO BG-LOT-COUNT
002840     MOVE ZERO TO BG-AUD-COUNT
002850     MOVE ZERO TO BG-PHS-COUNT
002860     MOVE ZERO TO BG-SLH-COUNT
002870     MOVE ZERO TO BG-RESTORE-DATE
002880     MOVE ZERO TO BG-RESTORE-TIME
002890     MOVE SPACES TO BG-RESTORED-BY
002900     IF WS-GEN-FOUND
002910         REWRITE BACKUP-GENERATION-RECORD
002920     ELSE
002930         WRITE BACKUP-GENERATION-RECORD
002940     END-IF
002950     IF WS-BKG-STATUS NOT EQUAL "00"
002960         DISPLAY "Unable to record generation in catalog, "
002970                 "status: " WS-BKG-STATUS
002980         MOVE 'Y' TO WS-ABORT-SW
002990         MOVE 8 TO RETURN-CODE
003000         GO TO 1000-INITIALIZE-EXIT
003010     END-IF
003020     DISPLAY "Backup generation " WS-RUN-DATE
003030             " - slot " WS-SLOT-NO.
003040 1000-INITIALIZE-EXIT.
003050     EXIT.
003060*
003070******************************************************************
003080*    2000-CHOOSE-SLOT
003090*    A RERUN ON THE SAME BUSINESS DATE REUSES THAT DATE'S SLOT.
003100*    OTHERWISE THE OLDEST GENERATIONS ARE RETIRED UNTIL FEWER
003110*    THAN WS-GENERATIONS-KEPT REMAIN, AND THE LOWEST SLOT NOT
003120*    HELD BY A REMAINING GENERATION IS TAKEN.
003130******************************************************************
003140 2000-CHOOSE-SLOT.
003150     MOVE 'N' TO WS-GEN-FOUND-SW
003160     MOVE WS-RUN-DATE TO BG-GEN-DATE
003170     READ BACKUP-GENERATION-FILE
003180         INVALID KEY
003190             CONTINUE
003200         NOT INVALID KEY
003210             MOVE 'Y' TO WS-GEN-FOUND-SW
003220     END-READ
003230     IF WS-GEN-FOUND
003240         MOVE BG-SLOT-NO TO WS-SLOT-NO
003250         DISPLAY "Replacing this date's earlier generation"
003260         GO TO 2000-CHOOSE-SLOT-EXIT
003270     END-IF
003280
003290     PERFORM 2100-SCAN-CATALOG
003300         THRU 2100-SCAN-CATALOG-EXIT
003310     PERFORM UNTIL WS-GEN-COUNT < WS-GENERATIONS-KEPT
003320                OR WS-ABORT
003330         PERFORM 2200-RETIRE-OLDEST
003340             THRU 2200-RETIRE-OLDEST-EXIT
003350         PERFORM 2100-SCAN-CATALOG
003360             THRU 2100-SCAN-CATALOG-EXIT
003370     END-PERFORM
003380     IF WS-ABORT
003390         GO TO 2000-CHOOSE-SLOT-EXIT
003400     END-IF
003410     MOVE ZERO TO WS-SLOT-NO
003420     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
003430             UNTIL WS-SLOT-SUB > WS-GENERATIONS-KEPT
003440                OR WS-SLOT-NO > ZERO
003450         IF WS-SLOT-USED (WS-SLOT-SUB) NOT EQUAL 'Y'
003460             MOVE WS-SLOT-SUB TO WS-SLOT-NO
003470         END-IF
003480     END-PERFORM.
003490 2000-CHOOSE-SLOT-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530*    2100-SCAN-CATALOG
003540*    COUNTS THE GENERATIONS ON THE CATALOG, NOTES THE OLDEST, AND
003550*    MARKS THE SLOTS THEY HOLD.
003560******************************************************************
003570 2100-SCAN-CATALOG.
003580     MOVE ZERO TO WS-GEN-COUNT
003590     MOVE ZERO TO WS-OLDEST-DATE
003600     MOVE SPACES TO WS-SLOT-TABLE
003610     MOVE ZERO TO BG-GEN-DATE
003620     START BACKUP-GENERATION-FILE
003630         KEY IS NOT LESS THAN BG-GEN-DATE
003640         INVALID KEY
003650             GO TO 2100-SCAN-CATALOG-EXIT
003660     END-START
003670     MOVE 'N' TO WS-EOF-SW
003680     READ BACKUP-GENERATION-FILE NEXT RECORD
003690         AT END
003700             MOVE 'Y' TO WS-EOF-SW
003710     END-READ
003720     PERFORM UNTIL WS-EOF
003730         ADD 1 TO WS-GEN-COUNT
003740         IF WS-OLDEST-DATE EQUAL ZERO
003750             MOVE BG-GEN-DATE TO WS-OLDEST-DATE
003760         END-IF
003770         IF BG-SLOT-NO > ZERO AND
003780            BG-SLOT-NO NOT > WS-SLOT-MAX
003790             MOVE 'Y' TO WS-SLOT-USED (BG-SLOT-NO)
003800         END-IF
003810         READ BACKUP-GENERATION-FILE NEXT RECORD
003820             AT END
003830                 MOVE 'Y' TO WS-EOF-SW
003840         END-READ
003850     END-PERFORM.
003860 2100-SCAN-CATALOG-EXIT.
003870     EXIT.
003880*
003890******************************************************************
003900*    2200-RETIRE-OLDEST
003910*    DROPS THE OLDEST GENERATION FROM THE CATALOG.  ITS SLOT
003920*    FILES ARE LEFT IN PLACE AND ARE OVERWRITTEN WHEN THE SLOT
003930*    IS NEXT TAKEN.
003940******************************************************************
003950 2200-RETIRE-OLDEST.
003960     MOVE WS-OLDEST-DATE TO BG-GEN-DATE
003970     READ BACKUP-GENERATION-FILE
003980         INVALID KEY
003990             DISPLAY "Unable to reread oldest generation "
004000                     WS-OLDEST-DATE
004010             MOVE 'Y' TO WS-ABORT-SW
004020             GO TO 2200-RETIRE-OLDEST-EXIT
004030     END-READ
004040     MOVE BG-SLOT-NO TO WS-SLOT-NO
004050     DELETE BACKUP-GENERATION-FILE RECORD
004060         INVALID KEY
004070             DISPLAY "Unable to retire generation "
004080                     WS-OLDEST-DATE
004090             MOVE 'Y' TO WS-ABORT-SW
004100             GO TO 2200-RETIRE-OLDEST-EXIT
004110     END-DELETE
004120     DISPLAY "Generation " WS-OLDEST-DATE
004130             " retired from slot " WS-SLOT-NO.
004140 2200-RETIRE-OLDEST-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180*    3000-COPY-INVENTORY
004190*    COPIES THE INVENTORY MASTER TO THE SLOT'S IMAGE FILE.  THE
004200*    MASTER MUST BE THERE - THERE IS NOTHING TO BACK UP WITHOUT
004210*    IT.
004220******************************************************************
004230 3000-COPY-INVENTORY.
004240     OPEN INPUT INVENTORY-FILE
004250     IF WS-INV-STATUS NOT EQUAL "00"
004260         DISPLAY "Unable to open inventory master, status: "
004270                 WS-INV-STATUS
004280         MOVE 'Y' TO WS-ABORT-SW
004290         GO TO 3000-COPY-INVENTORY-EXIT
004300     END-IF
004310     MOVE "invbkup." TO WS-IMAGE-PREFIX
004320     PERFORM 3900-OPEN-IMAGE-FILE
004330         THRU 3900-OPEN-IMAGE-FILE-EXIT
004340     IF WS-ABORT
004350         CLOSE INVENTORY-FILE
004360         GO TO 3000-COPY-INVENTORY-EXIT
004370     END-IF
004380     MOVE 'N' TO WS-EOF-SW
004390     READ INVENTORY-FILE NEXT RECORD
004400         AT END
004410             MOVE 'Y' TO WS-EOF-SW
004420     END-READ
004430     PERFORM UNTIL WS-EOF
004440         MOVE INVENTORY-RECORD TO IMAGE-RECORD
004450         WRITE IMAGE-RECORD
004460         ADD 1 TO WS-INV-COUNT
004470         READ INVENTORY-FILE NEXT RECORD
004480             AT END
004490                 MOVE 'Y' TO WS-EOF-SW
004500         END-READ
004510     END-PERFORM
004520     CLOSE INVENTORY-FILE
004530     CLOSE IMAGE-FILE
004540     ADD WS-INV-COUNT TO WS-COPIED-COUNT
004550     DISPLAY "Inventory master records copied:  " WS-INV-COUNT.
004560 3000-COPY-INVENTORY-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600*    3100-COPY-SNAPSHOT
004610*    COPIES THE BALANCE SNAPSHOT TO THE SLOT'S IMAGE FILE.  NO
004620*    SNAPSHOT YET GIVES AN EMPTY IMAGE.
004630******************************************************************
004640 3100-COPY-SNAPSHOT.
004650     OPEN INPUT SNAPSHOT-FILE
004660     IF WS-SNP-STATUS NOT EQUAL "00" AND
004670        WS-SNP-STATUS NOT EQUAL "05"
004680         DISPLAY "Unable to open balance snapshot, status: "
004690                 WS-SNP-STATUS
004700         MOVE 'Y' TO WS-ABORT-SW
004710         GO TO 3100-COPY-SNAPSHOT-EXIT
004720     END-IF
004730     MOVE "snpbkup." TO WS-IMAGE-PREFIX
004740     PERFORM 3900-OPEN-IMAGE-FILE
004750         THRU 3900-OPEN-IMAGE-FILE-EXIT
004760     IF WS-ABORT
004770         CLOSE SNAPSHOT-FILE
004780         GO TO 3100-COPY-SNAPSHOT-EXIT
004790     END-IF
004800     MOVE 'N' TO WS-EOF-SW
004810     READ SNAPSHOT-FILE NEXT RECORD
004820         AT END
004830             MOVE 'Y' TO WS-EOF-SW
004840     END-READ
004850     PERFORM UNTIL WS-EOF
004860         MOVE SNAPSHOT-RECORD TO IMAGE-RECORD
004870         WRITE IMAGE-RECORD
004880         ADD 1 TO WS-SNP-COUNT
004890         READ SNAPSHOT-FILE NEXT RECORD
004900             AT END
004910                 MOVE 'Y' TO WS-EOF-SW
004920         END-READ
004930     END-PERFORM
004940     CLOSE SNAPSHOT-FILE
004950     CLOSE IMAGE-FILE
004960     ADD WS-SNP-COUNT TO WS-COPIED-COUNT
004970     DISPLAY "Snapshot records copied:          " WS-SNP-COUNT.
004980 3100-COPY-SNAPSHOT-EXIT.
004990     EXIT.
005000*
005010******************************************************************
005020*    3200-COPY-BACKORDERS
005030*    COPIES THE BACKORDER FILE TO THE SLOT'S IMAGE FILE.
005040******************************************************************
005050 3200-COPY-BACKORDERS.
005060     OPEN INPUT BACKORDER-FILE
005070     IF WS-BOR-STATUS NOT EQUAL "00" AND
005080        WS-BOR-STATUS NOT EQUAL "05"
005090         DISPLAY "Unable to open backorder file, status: "
005100                 WS-BOR-STATUS
005110         MOVE 'Y' TO WS-ABORT-SW
005120         GO TO 3200-COPY-BACKORDERS-EXIT
005130     END-IF
005140     MOVE "borbkup." TO WS-IMAGE-PREFIX
005150     PERFORM 3900-OPEN-IMAGE-FILE
005160         THRU 3900-OPEN-IMAGE-FILE-EXIT
005170     IF WS-ABORT
005180         CLOSE BACKORDER-FILE
005190         GO TO 3200-COPY-BACKORDERS-EXIT
005200     END-IF
005210     MOVE 'N' TO WS-EOF-SW
005220     READ BACKORDER-FILE NEXT RECORD
005230         AT END
005240             MOVE 'Y' TO WS-EOF-SW
005250     END-READ
005260     PERFORM UNTIL WS-EOF
005270         MOVE BACKORDER-RECORD TO IMAGE-RECORD
005280         WRITE IMAGE-RECORD
005290         ADD 1 TO WS-BOR-COUNT
005300         READ BACKORDER-FILE NEXT RECORD
005310             AT END
005320                 MOVE 'Y' TO WS-EOF-SW
005330         END-READ
005340     END-PERFORM
005350     CLOSE BACKORDER-FILE
005360     CLOSE IMAGE-FILE
005370     ADD WS-BOR-COUNT TO WS-COPIED-COUNT
005380     DISPLAY "Backorder records copied:         " WS-BOR-COUNT.
005390 3200-COPY-BACKORDERS-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430*    3300-COPY-LOT-BALANCES
005440*    COPIES THE LOT BALANCE FILE TO THE SLOT'S IMAGE FILE.
005450******************************************************************
005460 3300-COPY-LOT-BALANCES.
005470     OPEN INPUT LOT-BALANCE-FILE
005480     IF WS-LOT-STATUS NOT EQUAL "00" AND
005490        WS-LOT-STATUS NOT EQUAL "05"
005500         DISPLAY "Unable to open lot balance file, status: "
005510                 WS-LOT-STATUS
005520         MOVE 'Y' TO WS-ABORT-SW
005530         GO TO 3300-COPY-LOT-BALANCES-EXIT
005540     END-IF
005550     MOVE "lotbkup." TO WS-IMAGE-PREFIX
005560     PERFORM 3900-OPEN-IMAGE-FILE
005570         THRU 3900-OPEN-IMAGE-FILE-EXIT
005580     IF WS-ABORT
005590         CLOSE LOT-BALANCE-FILE
005600         GO TO 3300-COPY-LOT-BALANCES-EXIT
005610     END-IF
005620     MOVE 'N' TO WS-EOF-SW
005630     READ LOT-BALANCE-FILE NEXT RECORD
005640         AT END
005650             MOVE 'Y' TO WS-EOF-SW
005660     END-READ
005670     PERFORM UNTIL WS-EOF
005680         MOVE LOT-BALANCE-RECORD TO IMAGE-RECORD
005690         WRITE IMAGE-RECORD
005700         ADD 1 TO WS-LOT-COUNT
005710         READ LOT-BALANCE-FILE NEXT RECORD
005720             AT END
005730                 MOVE 'Y' TO WS-EOF-SW
005740         END-READ
005750     END-PERFORM
005760     CLOSE LOT-BALANCE-FILE
005770     CLOSE IMAGE-FILE
005780     ADD WS-LOT-COUNT TO WS-COPIED-COUNT
005790     DISPLAY "Lot balance records copied:       " WS-LOT-COUNT.
005800 3300-COPY-LOT-BALANCES-EXIT.
005810     EXIT.
005820*
005830******************************************************************
005840*    3900-OPEN-IMAGE-FILE
005850*    BUILDS THE IMAGE FILE NAME FROM THE PREFIX AND THE SLOT
005860*    NUMBER AND OPENS IT OUTPUT, REPLACING WHATEVER GENERATION
005870*    THE SLOT HELD BEFORE.
005880******************************************************************
005890 3900-OPEN-IMAGE-FILE.
005900     MOVE SPACES TO WS-IMAGE-NAME
005910     STRING WS-IMAGE-PREFIX DELIMITED BY SPACE
005920            WS-SLOT-NO DELIMITED BY SIZE
005930            ".dat" DELIMITED BY SIZE
005940         INTO WS-IMAGE-NAME
005950     OPEN OUTPUT IMAGE-FILE
005960     IF WS-IMG-STATUS NOT EQUAL "00"
005970         DISPLAY "Unable to open image file " WS-IMAGE-NAME
005980                 " status: " WS-IMG-STATUS
005990         MOVE 'Y' TO WS-ABORT-SW
006000     END-IF.
006010 3900-OPEN-IMAGE-FILE-EXIT.
006020     EXIT.
006030*
006040******************************************************************
006050*    4000-COUNT-HISTORY-FILES
006060*    COUNTS THE ROWS IN EACH APPEND-ONLY HISTORY FILE.  EVERY ROW
006070*    PAST THESE COUNTS WAS WRITTEN AFTER THE BACKUP.
006080******************************************************************
006090 4000-COUNT-HISTORY-FILES.
006100     OPEN INPUT AUDIT-FILE
006110     IF WS-AUD-STATUS NOT EQUAL "00" AND
006120        WS-AUD-STATUS NOT EQUAL "05"
006130         DISPLAY "Unable to open audit log, status: "
006140                 WS-AUD-STATUS
006150         MOVE 'Y' TO WS-ABORT-SW
006160         GO TO 4000-COUNT-HISTORY-FILES-EXIT
006170     END-IF
006180     MOVE 'N' TO WS-EOF-SW
006190     READ AUDIT-FILE
006200         AT END
006210             MOVE 'Y' TO WS-EOF-SW
006220     END-READ
006230     PERFORM UNTIL WS-EOF
006240         ADD 1 TO WS-AUD-COUNT
006250         READ AUDIT-FILE
006260             AT END
006270                 MOVE 'Y' TO WS-EOF-SW
006280         END-READ
006290     END-PERFORM
006300     CLOSE AUDIT-FILE
006310
006320     OPEN INPUT PRICE-HISTORY-FILE
006330     IF WS-PHS-STATUS NOT EQUAL "00" AND
006340        WS-PHS-STATUS NOT EQUAL "05"
006350         DISPLAY "Unable to open price history, status: "
006360                 WS-PHS-STATUS
006370         MOVE 'Y' TO WS-ABORT-SW
006380         GO TO 4000-COUNT-HISTORY-FILES-EXIT
006390     END-IF
006400     MOVE 'N' TO WS-EOF-SW
006410     READ PRICE-HISTORY-FILE
006420         AT END
006430             MOVE 'Y' TO WS-EOF-SW
006440     END-READ
006450     PERFORM UNTIL WS-EOF
006460         ADD 1 TO WS-PHS-COUNT
006470         READ PRICE-HISTORY-FILE
006480             AT END
006490                 MOVE 'Y' TO WS-EOF-SW
006500         END-READ
006510     END-PERFORM
006520     CLOSE PRICE-HISTORY-FILE
006530
006540     OPEN INPUT SALES-HISTORY-FILE
006550     IF WS-SLH-STATUS NOT EQUAL "00" AND
006560        WS-SLH-STATUS NOT EQUAL "05"
006570         DISPLAY "Unable to open sales history, status: "
006580                 WS-SLH-STATUS
006590         MOVE 'Y' TO WS-ABORT-SW
006600         GO TO 4000-COUNT-HISTORY-FILES-EXIT
006610     END-IF
006620     MOVE 'N' TO WS-EOF-SW
006630     READ SALES-HISTORY-FILE
006640         AT END
006650             MOVE 'Y' TO WS-EOF-SW
006660     END-READ
006670     PERFORM UNTIL WS-EOF
006680         ADD 1 TO WS-SLH-COUNT
006690         READ SALES-HISTORY-FILE
006700             AT END
006710                 MOVE 'Y' TO WS-EOF-SW
006720         END-READ
006730     END-PERFORM
006740     CLOSE SALES-HISTORY-FILE
006750     DISPLAY "Audit log rows recorded:          " WS-AUD-COUNT
006760     DISPLAY "Price history rows recorded:      " WS-PHS-COUNT
006770     DISPLAY "Sales history rows recorded:      " WS-SLH-COUNT.
006780 4000-COUNT-HISTORY-FILES-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820*    5000-CLOSE-GENERATION
006830*    RECORDS THE COUNTS ON THE CATALOG AND MARKS THE GENERATION
006840*    COMPLETE, WHICH IS WHAT MAKES IT AVAILABLE TO A ROLLBACK.
006850******************************************************************
006860 5000-CLOSE-GENERATION.
006870     MOVE WS-RUN-DATE TO BG-GEN-DATE
006880     READ BACKUP-GENERATION-FILE
006890         INVALID KEY
006900             DISPLAY "Generation record missing at end of backup"
006910             MOVE 'Y' TO WS-ABORT-SW
006920             GO TO 5000-CLOSE-GENERATION-EXIT
006930     END-READ
006940     MOVE WS-INV-COUNT TO BG-INV-COUNT
006950     MOVE WS-SNP-COUNT TO BG-SNP-COUNT
006960     MOVE WS-BOR-COUNT TO BG-BOR-COUNT
006970     MOVE WS-LOT-COUNT TO BG-LOT-COUNT
006980     MOVE WS-AUD-COUNT TO BG-AUD-COUNT
006990     MOVE WS-PHS-COUNT TO BG-PHS-COUNT
007000     MOVE WS-SLH-COUNT TO BG-SLH-COUNT
007010     SET BG-COMPLETE TO TRUE
007020     REWRITE BACKUP-GENERATION-RECORD
007030         INVALID KEY
007040             DISPLAY "Unable to complete generation record"
007050             MOVE 'Y' TO WS-ABORT-SW
007060     END-REWRITE.
007070 5000-CLOSE-GENERATION-EXIT.
007080     EXIT.
007090*
007100******************************************************************
007110*    7000-RUN-CONTROL-START
007120*    REFUSES TO START UNLESS THE TRANSACTION EDIT (STEP 01) HAS
007130*    COMPLETED CLEAN FOR THIS BUSINESS DATE, OR IF THE BATCH
007140*    UPDATE (STEP 02) HAS ALREADY STARTED AND NOT BEEN ROLLED
007150*    BACK, THEN OPENS THIS RUN'S STEP 07 RECORD WITH OUTCOME
007160*    'R' (RUNNING).
007170******************************************************************
007180 7000-RUN-CONTROL-START.
007190     MOVE 'N' TO WS-RC-OK-SW
007200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007210     OPEN I-O RUN-CONTROL-FILE
007220     IF WS-RCT-STATUS NOT EQUAL "00" AND
007230        WS-RCT-STATUS NOT EQUAL "05"
007240         DISPLAY "Unable to open run control file, status: "
007250                 WS-RCT-STATUS
007260         GO TO 7000-RUN-CONTROL-START-EXIT
007270     END-IF
007280     MOVE WS-RUN-DATE TO RC-RUN-DATE
007290     MOVE 01 TO RC-STEP-NO
007300     READ RUN-CONTROL-FILE
007310         INVALID KEY
007320             DISPLAY "Transaction edit has not run tonight - "
007330                     "backup refused"
007340             CLOSE RUN-CONTROL-FILE
007350             GO TO 7000-RUN-CONTROL-START-EXIT
007360     END-READ
007370     IF NOT RC-CLEAN
007380         DISPLAY "Transaction edit did not complete clean - "
007390                 "backup refused"
007400         CLOSE RUN-CONTROL-FILE
007410         GO TO 7000-RUN-CONTROL-START-EXIT
007420     END-IF
007430     MOVE WS-RUN-DATE TO RC-RUN-DATE
007440     MOVE 02 TO RC-STEP-NO
007450     READ RUN-CONTROL-FILE
007460         INVALID KEY
007470             CONTINUE
007480         NOT INVALID KEY
007490             IF NOT RC-ROLLED-BACK
007500                 DISPLAY "Batch update has already run tonight - "
007510                         "backup refused"
007520                 CLOSE RUN-CONTROL-FILE
007530                 GO TO 7000-RUN-CONTROL-START-EXIT
007540             END-IF
007550     END-READ
007560     MOVE 'N' TO WS-RC-FOUND-SW
007570     MOVE WS-RUN-DATE TO RC-RUN-DATE
007580     MOVE 07 TO RC-STEP-NO
007590     READ RUN-CONTROL-FILE
007600         INVALID KEY
007610             CONTINUE
007620         NOT INVALID KEY
007630             MOVE 'Y' TO WS-RC-FOUND-SW
007640     END-READ
007650     MOVE WS-RUN-DATE TO RC-RUN-DATE
007660     MOVE 07 TO RC-STEP-NO
007670     MOVE "PRE-UPDATE-BACKUP" TO RC-PROGRAM
007680     ACCEPT RC-START-TIME FROM TIME
007690     MOVE ZERO TO RC-END-TIME
007700     MOVE ZERO TO RC-IN-COUNT
007710     MOVE ZERO TO RC-OUT-COUNT
007720     MOVE ZERO TO RC-REJECT-COUNT
007730     SET RC-RUNNING TO TRUE
007740     IF WS-RC-FOUND
007750         REWRITE RUN-CONTROL-RECORD
007760     ELSE
007770         WRITE RUN-CONTROL-RECORD
007780     END-IF
007790     CLOSE RUN-CONTROL-FILE
007800     MOVE 'Y' TO WS-RC-OK-SW.
007810 7000-RUN-CONTROL-START-EXIT.
007820     EXIT.
007830*
007840******************************************************************
007850*    7100-RUN-CONTROL-END
007860*    COMPLETES THIS STEP'S RUN-CONTROL RECORD WITH ITS END TIME,
007870*    COUNTS, AND OUTCOME.  THE CALLER SETS WS-RC-OUTCOME FIRST.
007880*    THE IN AND OUT COUNTS ARE THE INDEXED RECORDS COPIED.
007890******************************************************************
007900 7100-RUN-CONTROL-END.
007910     OPEN I-O RUN-CONTROL-FILE
007920     IF WS-RCT-STATUS NOT EQUAL "00" AND
007930        WS-RCT-STATUS NOT EQUAL "05"
007940         DISPLAY "Unable to open run control file, status: "
007950                 WS-RCT-STATUS
007960         GO TO 7100-RUN-CONTROL-END-EXIT
007970     END-IF
007980     MOVE WS-RUN-DATE TO RC-RUN-DATE
007990     MOVE 07 TO RC-STEP-NO
008000     READ RUN-CONTROL-FILE
008010         INVALID KEY
008020             DISPLAY "Run control record missing at end of run"
008030             CLOSE RUN-CONTROL-FILE
008040             GO TO 7100-RUN-CONTROL-END-EXIT
008050     END-READ
008060     ACCEPT RC-END-TIME FROM TIME
008070     MOVE WS-COPIED-COUNT TO RC-IN-COUNT
008080     MOVE WS-COPIED-COUNT TO RC-OUT-COUNT
008090     MOVE ZERO            TO RC-REJECT-COUNT
008100     MOVE WS-RC-OUTCOME   TO RC-OUTCOME
008110     REWRITE RUN-CONTROL-RECORD
008120     CLOSE RUN-CONTROL-FILE.
008130 7100-RUN-CONTROL-END-EXIT.
008140     EXIT.
008150*
008160******************************************************************
008170*    9000-TERMINATE
008180*    CLOSES THE CATALOG AND RECORDS THE STEP OUTCOME.  A BACKUP
008190*    THAT FAILED LEAVES ITS GENERATION IN PROGRESS, WHERE THE
008200*    ROLLBACK WILL NOT OFFER IT, AND THE STEP FAILED, WHERE THE
008210*    BATCH UPDATE WILL NOT START.
008220******************************************************************
008230 9000-TERMINATE.
008240     IF WS-BKG-OPEN
008250         CLOSE BACKUP-GENERATION-FILE
008260     END-IF
008270     IF WS-ABORT
008280         IF WS-RC-OK
008290             DISPLAY "** BACKUP FAILED - GENERATION " WS-RUN-DATE
008300                     " IS NOT USABLE **"
008310             MOVE 8 TO RETURN-CODE
008320             MOVE 'F' TO WS-RC-OUTCOME
008330             PERFORM 7100-RUN-CONTROL-END
008340                 THRU 7100-RUN-CONTROL-END-EXIT
008350         END-IF
008360         GO TO 9000-TERMINATE-EXIT
008370     END-IF
008380     DISPLAY "Backup generation " WS-RUN-DATE " complete in slot "
008390             WS-SLOT-NO
008400     MOVE 'C' TO WS-RC-OUTCOME
008410     PERFORM 7100-RUN-CONTROL-END
008420         THRU 7100-RUN-CONTROL-END-EXIT.
008430 9000-TERMINATE-EXIT.
008440     EXIT.
