000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. KIT-ASSEMBLY.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  INTERACTIVE KIT ASSEMBLY AND DISASSEMBLY AT
000090*                  ONE WAREHOUSE, DRIVEN BY THE BILL OF MATERIALS.
000100*                  ASSEMBLY CHECKS EVERY ACTIVE COMPONENT OF THE
000110*                  KIT AGAINST ITS AVAILABLE-TO-PROMISE FOR THE
000120*                  WHOLE BUILD BEFORE ANYTHING MOVES; IF ANY ONE
000130*                  IS SHORT NOTHING IS POSTED.  OTHERWISE EACH
000140*                  COMPONENT IS TAKEN OFF (AUDIT TYPE 'I') AND THE
000150*                  KITS ARE ADDED (AUDIT TYPE 'K') IN THE SAME
000160*                  PASS.  THE COST OF ONE KIT IS ROLLED UP FROM
000170*                  THE COMPONENTS' ITEM-UNIT-COST TIMES THEIR
000180*                  QUANTITY PER KIT, AND THE KIT'S CARRYING COST
000190*                  IS RE-AVERAGED OVER THE STOCK ALREADY ON HAND
000200*                  THE SAME WAY A GOODS RECEIPT RE-AVERAGES IT (A
000210*                  COST CHANGE IS LOGGED 'U' AND WRITTEN TO
000220*                  COSTHIST.DAT).  DISASSEMBLY TAKES UNALLOCATED
000230*                  KITS OFF (AUDIT TYPE 'D') AND PUTS THEIR
000240*                  COMPONENTS BACK (AUDIT TYPE 'E'); COSTS ARE
000250*                  LEFT AS THEY ARE, AS FOR ANY OTHER ISSUE.
000260*
000270*    MODIFICATION HISTORY
000280*    DATE       INIT  DESCRIPTION
000290*    ---------  ----  -------------------------------------------
000300*    2026-10-14 JRM   ORIGINAL PROGRAM.
000302*    2026-10-14 JRM   COMPONENT ISSUES, KIT BUILDS, KIT
000304*                     BREAKDOWNS, AND COMPONENT RETURNS NOW KEEP
000306*                     THE LOT-BALANCE FILE IN STEP WITH THE
000307*                     MASTER.  ISSUES COME OFF THE EARLIEST-
000308*                     EXPIRING LOTS.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL BOM-FILE ASSIGN TO "bom.dat"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS BOM-KEY
000390         FILE STATUS IS WS-BOM-STATUS.
000400
000410     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS INVENTORY-KEY
000450         FILE STATUS IS WS-INV-STATUS.
000460
000470     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "auditlog.dat"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUD-STATUS.
000500
000510     SELECT OPTIONAL COST-HISTORY-FILE ASSIGN TO "costhist.dat"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CHS-STATUS.
000540
000550     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS OPR-ID
000590         FILE STATUS IS WS-OPR-STATUS.
000600
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
000660 FD  BOM-FILE.
000670     COPY BOMREC.
000680*
000690 FD  INVENTORY-FILE.
000700     COPY INVREC.
000710*
000720 FD  AUDIT-FILE.
000730     COPY AUDREC.
000740*
000750 FD  COST-HISTORY-FILE.
000760     COPY CSTHIST.
000770*
000780 FD  OPERATOR-FILE.
000790     COPY OPERREC.
000800*
000810 FD  SECURITY-LOG-FILE.
000820     COPY SECREC.
000830*
000833 FD  LOT-BALANCE-FILE.
000836     COPY LOTREC.
000839*
000840 WORKING-STORAGE SECTION.
000850******************************************************************
000860*    SWITCHES AND FLAGS
000870******************************************************************
000880 01  WS-SWITCHES.
000890     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000900         88  WS-EOF                       VALUE 'Y'.
000910     05  WS-FOUND-SW          PIC X(01)   VALUE 'N'.
000920         88  WS-FOUND                     VALUE 'Y'.
000930     05  WS-SIGNED-ON-SW      PIC X(01)   VALUE 'N'.
000940         88  WS-SIGNED-ON                 VALUE 'Y'.
000950     05  WS-LIST-DONE-SW      PIC X(01)   VALUE 'N'.
000960         88  WS-LIST-DONE                 VALUE 'Y'.
000970     05  WS-SHORT-SW          PIC X(01)   VALUE 'N'.
000980         88  WS-SHORT                     VALUE 'Y'.
000990     05  WS-BOM-LOADED-SW     PIC X(01)   VALUE 'N'.
001000         88  WS-BOM-LOADED                VALUE 'Y'.
001004     05  WS-LOT-DONE-SW       PIC X(01)   VALUE 'N'.
001008         88  WS-LOT-DONE                  VALUE 'Y'.
001010*
001020******************************************************************
001030*    FILE STATUS AND MENU WORK AREAS
001040******************************************************************
001050 01  WS-BOM-STATUS            PIC X(02).
001060 01  WS-INV-STATUS            PIC X(02).
001070 01  WS-AUD-STATUS            PIC X(02).
001080 01  WS-CHS-STATUS            PIC X(02).
001090 01  WS-OPR-STATUS            PIC X(02).
001100 01  WS-SEC-STATUS            PIC X(02).
001105 01  WS-LOT-STATUS            PIC X(02).
001110 01  WS-MENU-CHOICE           PIC X(01).
001120 01  WS-OPERATOR-ID           PIC X(05).
001130 01  WS-PASSWORD              PIC X(08).
001140 01  WS-AUTH-LEVEL            PIC 9(01)   VALUE ZERO.
001150     88  WS-SUPERVISOR                    VALUE 2.
001160 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
001170 01  WS-SEC-EVENT             PIC X(01).
001180 01  WS-SEC-DETAIL            PIC X(30).
001190*
001200******************************************************************
001210*    BUILD WORK AREAS
001220******************************************************************
001230 01  WS-KIT-ID                PIC 9(05).
001240 01  WS-WAREHOUSE-ID          PIC X(05).
001250 01  WS-BUILD-QTY             PIC 9(05).
001260 01  WS-AVAILABLE-QTY         PIC 9(05).
001270 01  WS-KIT-COST              PIC 9(07)V99.
001280 01  WS-AVERAGE-COST          PIC 9(05)V99.
001290*
001300******************************************************************
001310*    COMPONENTS OF THE KIT BEING BUILT OR BROKEN DOWN, LOADED
001320*    FROM THE BILL OF MATERIALS.  WS-COMPONENT-MAX IS THE
001330*    LARGEST BILL THE TABLE HOLDS.
001340******************************************************************
001350 01  WS-COMPONENT-MAX         PIC 9(03)   COMP VALUE 50.
001360 01  WS-COMPONENT-COUNT       PIC 9(03)   COMP VALUE ZERO.
001370 01  WS-COMPONENT-SUB         PIC 9(03)   COMP VALUE ZERO.
001380 01  WS-COMPONENT-TABLE.
001390     05  WS-COMPONENT-ENTRY   OCCURS 50 TIMES.
001400         10  WS-CMP-ITEM-ID   PIC 9(05).
001410         10  WS-CMP-QTY-PER   PIC 9(05).
001420         10  WS-CMP-MOVE-QTY  PIC 9(07).
001430*
001440******************************************************************
001450*    AUDIT LOGGING WORK AREAS - THE CALLER OF 5000 SETS THE ITEM,
001460*    CHANGE TYPE, AND OLD AND NEW VALUES.
001470******************************************************************
001480 01  WS-AUDIT-ITEM-ID         PIC 9(05).
001490 01  WS-AUDIT-TYPE            PIC X(01).
001500 01  WS-AUDIT-OLD-VALUE       PIC 9(07)V99.
001510 01  WS-AUDIT-NEW-VALUE       PIC 9(07)V99.
001520 01  WS-AUDIT-OLD-COST        PIC 9(05)V99.
001530 01  WS-AUDIT-NEW-COST        PIC 9(05)V99.
001531*
001532******************************************************************
001533*    LOT-BALANCE WORK AREAS - THE CALLER OF 8500 SETS THE ITEM,
001534*    THE WAREHOUSE, AND THE MASTER QUANTITY THE LOTS MUST ADD UP
001535*    TO.
001536******************************************************************
001537 01  WS-LOT-ITEM-ID           PIC 9(05).
001538 01  WS-LOT-WAREHOUSE-ID      PIC X(05).
001539 01  WS-LOT-TARGET-QTY        PIC 9(05).
001540 01  WS-LOT-ON-FILE-QTY       PIC 9(07).
001541 01  WS-LOT-EXCESS-QTY        PIC 9(07).
001542 01  WS-LOT-TAKE-QTY          PIC 9(05).
001543 01  WS-LOT-ADD-NUMBER        PIC X(10).
001544 01  WS-LOT-ADD-EXPIRY        PIC 9(08).
001545 01  WS-LOT-ADD-QTY           PIC 9(05).
001546*
001550 PROCEDURE DIVISION.
001560******************************************************************
001570*    0000-MAINLINE
001580*    CONTROLS THE MAIN MENU LOOP FOR THE PROGRAM.
001590******************************************************************
001600 0000-MAINLINE.
001610     PERFORM 0100-SIGN-ON
001620         THRU 0100-SIGN-ON-EXIT
001630     PERFORM UNTIL WS-EOF
001640         DISPLAY "Kit Assembly"
001650         PERFORM 1000-DISPLAY-MENU
001660             THRU 1000-DISPLAY-MENU-EXIT
001670         ACCEPT WS-MENU-CHOICE
001680         EVALUATE WS-MENU-CHOICE
001690             WHEN '1'
001700                 PERFORM 2000-ASSEMBLE-KITS
001710                     THRU 2000-ASSEMBLE-KITS-EXIT
001720             WHEN '2'
001730                 PERFORM 3000-DISASSEMBLE-KITS
001740                     THRU 3000-DISASSEMBLE-KITS-EXIT
001750             WHEN '3'
001760                 MOVE 'Y' TO WS-EOF-SW
001770             WHEN OTHER
001780                 DISPLAY "Invalid option, please try again"
001790         END-EVALUATE
001800     END-PERFORM
001810     STOP RUN.
001820*
001830******************************************************************
001840*    0100-SIGN-ON
001850*    SIGNS THE OPERATOR ON AGAINST THE OPERATOR MASTER BEFORE
001860*    THE MENU IS OFFERED.  THREE FAILED ATTEMPTS END THE
001870*    SESSION.
001880******************************************************************
001890 0100-SIGN-ON.
001900     PERFORM 0110-SIGN-ON-ATTEMPT
001910         THRU 0110-SIGN-ON-ATTEMPT-EXIT
001920         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
001930     IF NOT WS-SIGNED-ON
001940         DISPLAY "Too many failed sign-on attempts"
001950         MOVE 'Y' TO WS-EOF-SW
001960     END-IF.
001970 0100-SIGN-ON-EXIT.
001980     EXIT.
001990*
002000******************************************************************
002010*    0110-SIGN-ON-ATTEMPT
002020*    VERIFIES ONE OPERATOR ID AND PASSWORD AGAINST THE OPERATOR
002030*    MASTER.  A MISS, A WRONG PASSWORD, OR AN INACTIVE OPERATOR
002040*    ALL FAIL THE SAME WAY AND ARE LOGGED, SO THE PROMPT GIVES
002050*    NOTHING AWAY.
002060******************************************************************
002070 0110-SIGN-ON-ATTEMPT.
002080     ADD 1 TO WS-SIGNON-TRIES
002090     DISPLAY "Enter Operator ID:"
002100     ACCEPT WS-OPERATOR-ID
002110     DISPLAY "Enter Password:"
002120     ACCEPT WS-PASSWORD
002130     MOVE 'N' TO WS-FOUND-SW
002140     OPEN INPUT OPERATOR-FILE
002150     IF WS-OPR-STATUS NOT EQUAL "00"
002160         DISPLAY "Unable to open operator file, status: "
002170                 WS-OPR-STATUS
002180         GO TO 0110-SIGN-ON-ATTEMPT-EXIT
002190     END-IF
002200     MOVE WS-OPERATOR-ID TO OPR-ID
002210     READ OPERATOR-FILE
002220         INVALID KEY
002230             CONTINUE
002240         NOT INVALID KEY
002250             IF OPR-ACTIVE AND OPR-PASSWORD EQUAL WS-PASSWORD
002260                 MOVE 'Y' TO WS-FOUND-SW
002270             END-IF
002280     END-READ
002290     CLOSE OPERATOR-FILE
002300     IF WS-FOUND
002310         MOVE OPR-AUTH-LEVEL TO WS-AUTH-LEVEL
002320         MOVE 'Y' TO WS-SIGNED-ON-SW
002330         DISPLAY "Signed on: " OPR-NAME
002340     ELSE
002350         DISPLAY "Sign-on failed"
002360         MOVE 'F' TO WS-SEC-EVENT
002370         MOVE "Invalid id or password" TO WS-SEC-DETAIL
002380         PERFORM 8100-WRITE-SECURITY-LOG
002390             THRU 8100-WRITE-SECURITY-LOG-EXIT
002400     END-IF.
002410 0110-SIGN-ON-ATTEMPT-EXIT.
002420     EXIT.
002430*
002440******************************************************************
002450*    1000-DISPLAY-MENU
002460*    DISPLAYS THE MAIN MENU OPTIONS.
002470******************************************************************
002480 1000-DISPLAY-MENU.
002490     DISPLAY "1. Assemble Kits"
002500     DISPLAY "2. Disassemble Kits"
002510     DISPLAY "3. Exit".
002520 1000-DISPLAY-MENU-EXIT.
002530     EXIT.
002540*
002550******************************************************************
002560*    1100-ACCEPT-BUILD
002570*    TAKES THE KIT, WAREHOUSE, AND QUANTITY FOR AN ASSEMBLY OR
002580*    DISASSEMBLY AND LOADS THE KIT'S BILL OF MATERIALS.
002590*    WS-BOM-LOADED IS SET ONLY WHEN ALL OF THAT SUCCEEDED.
002600******************************************************************
002610 1100-ACCEPT-BUILD.
002620     MOVE 'N' TO WS-BOM-LOADED-SW
002630     DISPLAY "Enter Kit Item ID:"
002640     ACCEPT WS-KIT-ID
002650     DISPLAY "Enter Warehouse ID:"
002660     ACCEPT WS-WAREHOUSE-ID
002670     DISPLAY "Enter Number Of Kits:"
002680     ACCEPT WS-BUILD-QTY
002690     IF WS-BUILD-QTY EQUAL ZERO
002700         DISPLAY "Quantity must be greater than zero"
002710         GO TO 1100-ACCEPT-BUILD-EXIT
002720     END-IF
002730     PERFORM 6000-LOAD-COMPONENTS
002740         THRU 6000-LOAD-COMPONENTS-EXIT.
002750 1100-ACCEPT-BUILD-EXIT.
002760     EXIT.
002770*
002780******************************************************************
002790*    2000-ASSEMBLE-KITS
002800*    BUILDS WS-BUILD-QTY KITS AT ONE WAREHOUSE.  EVERY COMPONENT
002810*    IS CHECKED FIRST; ONLY WHEN ALL OF THEM HAVE ENOUGH
002820*    AVAILABLE-TO-PROMISE ARE THE COMPONENTS TAKEN OFF AND THE
002830*    KITS ADDED, WITH THE KIT'S COST ROLLED UP AS THEY GO.
002840******************************************************************
002850 2000-ASSEMBLE-KITS.
002860     PERFORM 1100-ACCEPT-BUILD
002870         THRU 1100-ACCEPT-BUILD-EXIT
002880     IF NOT WS-BOM-LOADED
002890         GO TO 2000-ASSEMBLE-KITS-EXIT
002900     END-IF
002910
002920     OPEN I-O INVENTORY-FILE
002930     IF WS-INV-STATUS NOT EQUAL "00"
002940         DISPLAY "Unable to open inventory file, status: "
002950                 WS-INV-STATUS
002960         GO TO 2000-ASSEMBLE-KITS-EXIT
002970     END-IF
002980     MOVE WS-KIT-ID       TO ITEM-ID
002990     MOVE WS-WAREHOUSE-ID TO WAREHOUSE-ID
003000     READ INVENTORY-FILE
003010         INVALID KEY
003020             DISPLAY "Kit item not on inventory master at that "
003030                     "warehouse - nothing posted"
003040             CLOSE INVENTORY-FILE
003050             GO TO 2000-ASSEMBLE-KITS-EXIT
003060     END-READ
003070
003080     MOVE 'N' TO WS-SHORT-SW
003090     MOVE ZERO TO WS-KIT-COST
003100     PERFORM 2100-CHECK-COMPONENT
003110         THRU 2100-CHECK-COMPONENT-EXIT
003120         VARYING WS-COMPONENT-SUB FROM 1 BY 1
003130         UNTIL WS-COMPONENT-SUB > WS-COMPONENT-COUNT
003140     IF WS-SHORT
003150         DISPLAY "Components short - nothing posted"
003160         CLOSE INVENTORY-FILE
003170         GO TO 2000-ASSEMBLE-KITS-EXIT
003180     END-IF
003190
003200     PERFORM 2200-ISSUE-COMPONENT
003210         THRU 2200-ISSUE-COMPONENT-EXIT
003220         VARYING WS-COMPONENT-SUB FROM 1 BY 1
003230         UNTIL WS-COMPONENT-SUB > WS-COMPONENT-COUNT
003240
003250*    RE-AVERAGE THE KIT'S CARRYING COST OVER THE KITS ALREADY ON
003260*    HAND AT THEIR OLD COST AND THE NEW KITS AT THE ROLLED-UP
003270*    COST.  THE DIVISOR CANNOT BE ZERO - A ZERO BUILD WAS REFUSED.
003280     MOVE WS-KIT-ID       TO ITEM-ID
003290     MOVE WS-WAREHOUSE-ID TO WAREHOUSE-ID
003300     READ INVENTORY-FILE
003310         INVALID KEY
003320             DISPLAY "Kit item not on inventory master - "
003330                     "components were issued"
003340             CLOSE INVENTORY-FILE
003350             GO TO 2000-ASSEMBLE-KITS-EXIT
003360     END-READ
003370     MOVE ITEM-UNIT-COST TO WS-AUDIT-OLD-COST
003380     COMPUTE WS-AVERAGE-COST ROUNDED =
003390         ((ITEM-QUANTITY * ITEM-UNIT-COST)
003400          + (WS-BUILD-QTY * WS-KIT-COST))
003410         / (ITEM-QUANTITY + WS-BUILD-QTY)
003420     MOVE WS-AVERAGE-COST TO ITEM-UNIT-COST
003430     MOVE WS-AVERAGE-COST TO WS-AUDIT-NEW-COST
003440     MOVE ITEM-QUANTITY TO WS-AUDIT-OLD-VALUE
003450     ADD WS-BUILD-QTY TO ITEM-QUANTITY
003460     MOVE ITEM-QUANTITY TO WS-AUDIT-NEW-VALUE
003470     ACCEPT ITEM-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD
003480     REWRITE INVENTORY-RECORD
003481     MOVE ITEM-ID            TO WS-LOT-ITEM-ID
003482     MOVE WAREHOUSE-ID       TO WS-LOT-WAREHOUSE-ID
003483     MOVE ITEM-QUANTITY      TO WS-LOT-TARGET-QTY
003484     PERFORM 8500-ALIGN-LOT-BALANCES
003485         THRU 8500-ALIGN-LOT-BALANCES-EXIT
003490     CLOSE INVENTORY-FILE
003500
003510     MOVE WS-KIT-ID TO WS-AUDIT-ITEM-ID
003520     MOVE 'K' TO WS-AUDIT-TYPE
003530     PERFORM 5000-WRITE-AUDIT
003540         THRU 5000-WRITE-AUDIT-EXIT
003550     IF WS-AUDIT-NEW-COST NOT EQUAL WS-AUDIT-OLD-COST
003560         MOVE 'U' TO WS-AUDIT-TYPE
003570         MOVE WS-AUDIT-OLD-COST TO WS-AUDIT-OLD-VALUE
003580         MOVE WS-AUDIT-NEW-COST TO WS-AUDIT-NEW-VALUE
003590         PERFORM 5000-WRITE-AUDIT
003600             THRU 5000-WRITE-AUDIT-EXIT
003610         PERFORM 5200-WRITE-COST-HISTORY
003620             THRU 5200-WRITE-COST-HISTORY-EXIT
003630     END-IF
003640     DISPLAY "Kits built: " WS-BUILD-QTY " of item " WS-KIT-ID
003650             " at " WS-WAREHOUSE-ID
003660     DISPLAY "Rolled-up cost per kit: " WS-KIT-COST
003670             " Carrying cost now: " WS-AUDIT-NEW-COST.
003680 2000-ASSEMBLE-KITS-EXIT.
003690     EXIT.
003700*
003710******************************************************************
003720*    2100-CHECK-COMPONENT
003730*    CHECKS ONE COMPONENT FOR THE WHOLE BUILD AGAINST ITS
003740*    AVAILABLE-TO-PROMISE AT THE WAREHOUSE, REPORTING EVERY
003750*    SHORTAGE RATHER THAN STOPPING AT THE FIRST, AND ADDS ITS
003760*    SHARE TO THE ROLLED-UP COST OF ONE KIT.
003770******************************************************************
003780 2100-CHECK-COMPONENT.
003790     COMPUTE WS-CMP-MOVE-QTY(WS-COMPONENT-SUB) =
003800         WS-CMP-QTY-PER(WS-COMPONENT-SUB) * WS-BUILD-QTY
003810     MOVE WS-CMP-ITEM-ID(WS-COMPONENT-SUB) TO ITEM-ID
003820     MOVE WS-WAREHOUSE-ID                  TO WAREHOUSE-ID
003830     READ INVENTORY-FILE
003840         INVALID KEY
003850             DISPLAY "Component " WS-CMP-ITEM-ID(WS-COMPONENT-SUB)
003860                     " not on inventory master at this warehouse"
003870             MOVE 'Y' TO WS-SHORT-SW
003880             GO TO 2100-CHECK-COMPONENT-EXIT
003890     END-READ
003900     IF ITEM-ALLOCATED-QTY NOT < ITEM-QUANTITY
003910         MOVE ZERO TO WS-AVAILABLE-QTY
003920     ELSE
003930         COMPUTE WS-AVAILABLE-QTY =
003940             ITEM-QUANTITY - ITEM-ALLOCATED-QTY
003950     END-IF
003960     IF WS-CMP-MOVE-QTY(WS-COMPONENT-SUB) > WS-AVAILABLE-QTY
003970         DISPLAY "Component " WS-CMP-ITEM-ID(WS-COMPONENT-SUB)
003980                 " short: need " WS-CMP-MOVE-QTY(WS-COMPONENT-SUB)
003990                 " available " WS-AVAILABLE-QTY
004000         MOVE 'Y' TO WS-SHORT-SW
004010     END-IF
004020     COMPUTE WS-KIT-COST = WS-KIT-COST +
004030         (WS-CMP-QTY-PER(WS-COMPONENT-SUB) * ITEM-UNIT-COST).
004040 2100-CHECK-COMPONENT-EXIT.
004050     EXIT.
004060*
004070******************************************************************
004080*    2200-ISSUE-COMPONENT
004090*    TAKES ONE COMPONENT'S SHARE OF THE BUILD OFF ON-HAND AND
004100*    LOGS IT AS TYPE 'I'.  THE CHECK PASS HAS ALREADY PROVED
004110*    THE RECORD IS THERE AND THE STOCK IS FREE.
004120******************************************************************
004130 2200-ISSUE-COMPONENT.
004140     MOVE WS-CMP-ITEM-ID(WS-COMPONENT-SUB) TO ITEM-ID
004150     MOVE WS-WAREHOUSE-ID                  TO WAREHOUSE-ID
004160     READ INVENTORY-FILE
004170         INVALID KEY
004180             GO TO 2200-ISSUE-COMPONENT-EXIT
004190     END-READ
004200     MOVE ITEM-QUANTITY TO WS-AUDIT-OLD-VALUE
004210     SUBTRACT WS-CMP-MOVE-QTY(WS-COMPONENT-SUB) FROM ITEM-QUANTITY
004220     MOVE ITEM-QUANTITY TO WS-AUDIT-NEW-VALUE
004230     ACCEPT ITEM-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD
004240     REWRITE INVENTORY-RECORD
004241     MOVE ITEM-ID            TO WS-LOT-ITEM-ID
004242     MOVE WAREHOUSE-ID       TO WS-LOT-WAREHOUSE-ID
004243     MOVE ITEM-QUANTITY      TO WS-LOT-TARGET-QTY
004244     PERFORM 8500-ALIGN-LOT-BALANCES
004245         THRU 8500-ALIGN-LOT-BALANCES-EXIT
004250     MOVE WS-CMP-ITEM-ID(WS-COMPONENT-SUB) TO WS-AUDIT-ITEM-ID
004260     MOVE 'I' TO WS-AUDIT-TYPE
004270     PERFORM 5000-WRITE-AUDIT
004280         THRU 5000-WRITE-AUDIT-EXIT.
004290 2200-ISSUE-COMPONENT-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330*    3000-DISASSEMBLE-KITS
004340*    BREAKS WS-BUILD-QTY KITS AT ONE WAREHOUSE BACK INTO THEIR
004350*    COMPONENTS.  ONLY UNALLOCATED KITS MAY BE BROKEN DOWN, AND
004360*    EVERY COMPONENT MUST HAVE A RECORD AT THE WAREHOUSE TO TAKE
004370*    THE PARTS BACK; BOTH ARE CHECKED BEFORE ANYTHING MOVES.
004380******************************************************************
004390 3000-DISASSEMBLE-KITS.
004400     PERFORM 1100-ACCEPT-BUILD
004410         THRU 1100-ACCEPT-BUILD-EXIT
004420     IF NOT WS-BOM-LOADED
004430         GO TO 3000-DISASSEMBLE-KITS-EXIT
004440     END-IF
004450
004460     OPEN I-O INVENTORY-FILE
004470     IF WS-INV-STATUS NOT EQUAL "00"
004480         DISPLAY "Unable to open inventory file, status: "
004490                 WS-INV-STATUS
004500         GO TO 3000-DISASSEMBLE-KITS-EXIT
004510     END-IF
004520     MOVE WS-KIT-ID       TO ITEM-ID
004530     MOVE WS-WAREHOUSE-ID TO WAREHOUSE-ID
004540     READ INVENTORY-FILE
004550         INVALID KEY
004560             DISPLAY "Kit item not on inventory master at that "
004570                     "warehouse - nothing posted"
004580             CLOSE INVENTORY-FILE
004590             GO TO 3000-DISASSEMBLE-KITS-EXIT
004600     END-READ
004610     IF ITEM-ALLOCATED-QTY NOT < ITEM-QUANTITY
004620         MOVE ZERO TO WS-AVAILABLE-QTY
004630     ELSE
004640         COMPUTE WS-AVAILABLE-QTY =
004650             ITEM-QUANTITY - ITEM-ALLOCATED-QTY
004660     END-IF
004670     IF WS-BUILD-QTY > WS-AVAILABLE-QTY
004680         DISPLAY "Only " WS-AVAILABLE-QTY " unallocated kits on "
004690                 "hand - nothing posted"
004700         CLOSE INVENTORY-FILE
004710         GO TO 3000-DISASSEMBLE-KITS-EXIT
004720     END-IF
004730
004740     MOVE 'N' TO WS-SHORT-SW
004750     PERFORM 3100-CHECK-COMPONENT-ON-FILE
004760         THRU 3100-CHECK-COMPONENT-ON-FILE-EXIT
004770         VARYING WS-COMPONENT-SUB FROM 1 BY 1
004780         UNTIL WS-COMPONENT-SUB > WS-COMPONENT-COUNT
004790     IF WS-SHORT
004800         DISPLAY "Components missing - nothing posted"
004810         CLOSE INVENTORY-FILE
004820         GO TO 3000-DISASSEMBLE-KITS-EXIT
004830     END-IF
004840
004850     MOVE WS-KIT-ID       TO ITEM-ID
004860     MOVE WS-WAREHOUSE-ID TO WAREHOUSE-ID
004870     READ INVENTORY-FILE
004880         INVALID KEY
004890             CLOSE INVENTORY-FILE
004900             GO TO 3000-DISASSEMBLE-KITS-EXIT
004910     END-READ
004920     MOVE ITEM-QUANTITY TO WS-AUDIT-OLD-VALUE
004930     SUBTRACT WS-BUILD-QTY FROM ITEM-QUANTITY
004940     MOVE ITEM-QUANTITY TO WS-AUDIT-NEW-VALUE
004950     ACCEPT ITEM-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD
004960     REWRITE INVENTORY-RECORD
004961     MOVE ITEM-ID            TO WS-LOT-ITEM-ID
004962     MOVE WAREHOUSE-ID       TO WS-LOT-WAREHOUSE-ID
004963     MOVE ITEM-QUANTITY      TO WS-LOT-TARGET-QTY
004964     PERFORM 8500-ALIGN-LOT-BALANCES
004965         THRU 8500-ALIGN-LOT-BALANCES-EXIT
004970     MOVE WS-KIT-ID TO WS-AUDIT-ITEM-ID
004980     MOVE 'D' TO WS-AUDIT-TYPE
004990     PERFORM 5000-WRITE-AUDIT
005000         THRU 5000-WRITE-AUDIT-EXIT
005010
005020     PERFORM 3200-RETURN-COMPONENT
005030         THRU 3200-RETURN-COMPONENT-EXIT
005040         VARYING WS-COMPONENT-SUB FROM 1 BY 1
005050         UNTIL WS-COMPONENT-SUB > WS-COMPONENT-COUNT
005060     CLOSE INVENTORY-FILE
005070     DISPLAY "Kits broken down: " WS-BUILD-QTY " of item "
005080             WS-KIT-ID " at " WS-WAREHOUSE-ID.
005090 3000-DISASSEMBLE-KITS-EXIT.
005100     EXIT.
005110*
005120******************************************************************
005130*    3100-CHECK-COMPONENT-ON-FILE
005140*    CONFIRMS ONE COMPONENT HAS A RECORD AT THE WAREHOUSE TO
005150*    TAKE ITS SHARE OF THE BREAKDOWN BACK INTO.
005160******************************************************************
005170 3100-CHECK-COMPONENT-ON-FILE.
005180     COMPUTE WS-CMP-MOVE-QTY(WS-COMPONENT-SUB) =
005190         WS-CMP-QTY-PER(WS-COMPONENT-SUB) * WS-BUILD-QTY
005200     MOVE WS-CMP-ITEM-ID(WS-COMPONENT-SUB) TO ITEM-ID
005210     MOVE WS-WAREHOUSE-ID                  TO WAREHOUSE-ID
005220     READ INVENTORY-FILE
005230         INVALID KEY
005240             DISPLAY "Component " WS-CMP-ITEM-ID(WS-COMPONENT-SUB)
005250                     " not on inventory master at this warehouse"
005260             MOVE 'Y' TO WS-SHORT-SW
005270     END-READ.
005280 3100-CHECK-COMPONENT-ON-FILE-EXIT.
005290     EXIT.
005300*
005310******************************************************************
005320*    3200-RETURN-COMPONENT
005330*    PUTS ONE COMPONENT'S SHARE OF THE BREAKDOWN BACK ON HAND
005340*    AND LOGS IT AS TYPE 'E'.
005350******************************************************************
005360 3200-RETURN-COMPONENT.
005370     MOVE WS-CMP-ITEM-ID(WS-COMPONENT-SUB) TO ITEM-ID
005380     MOVE WS-WAREHOUSE-ID                  TO WAREHOUSE-ID
005390     READ INVENTORY-FILE
005400         INVALID KEY
005410             GO TO 3200-RETURN-COMPONENT-EXIT
005420     END-READ
005430     MOVE ITEM-QUANTITY TO WS-AUDIT-OLD-VALUE
005440     ADD WS-CMP-MOVE-QTY(WS-COMPONENT-SUB) TO ITEM-QUANTITY
005450     MOVE ITEM-QUANTITY TO WS-AUDIT-NEW-VALUE
005460     ACCEPT ITEM-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD
005470     REWRITE INVENTORY-RECORD
005471     MOVE ITEM-ID            TO WS-LOT-ITEM-ID
005472     MOVE WAREHOUSE-ID       TO WS-LOT-WAREHOUSE-ID
005473     MOVE ITEM-QUANTITY      TO WS-LOT-TARGET-QTY
005474     PERFORM 8500-ALIGN-LOT-BALANCES
005475         THRU 8500-ALIGN-LOT-BALANCES-EXIT
005480     MOVE WS-CMP-ITEM-ID(WS-COMPONENT-SUB) TO WS-AUDIT-ITEM-ID
005490     MOVE 'E' TO WS-AUDIT-TYPE
005500     PERFORM 5000-WRITE-AUDIT
005510         THRU 5000-WRITE-AUDIT-EXIT.
005520 3200-RETURN-COMPONENT-EXIT.
005530     EXIT.
005540*
005550******************************************************************
005560*    5000-WRITE-AUDIT
005570*    APPENDS ONE ROW TO THE AUDIT LOG FOR THE WAREHOUSE BEING
005580*    WORKED.  THE CALLER SETS WS-AUDIT-ITEM-ID, WS-AUDIT-TYPE,
005590*    AND THE OLD AND NEW VALUES FIRST.
005600******************************************************************
005610 5000-WRITE-AUDIT.
005620     MOVE WS-AUDIT-ITEM-ID   TO AUDIT-ITEM-ID
005630     MOVE WS-WAREHOUSE-ID    TO AUDIT-WAREHOUSE-ID
005640     MOVE WS-AUDIT-TYPE      TO AUDIT-CHANGE-TYPE
005650     MOVE WS-AUDIT-OLD-VALUE TO AUDIT-OLD-VALUE
005660     MOVE WS-AUDIT-NEW-VALUE TO AUDIT-NEW-VALUE
005670     ACCEPT AUDIT-DATE       FROM DATE YYYYMMDD
005680     ACCEPT AUDIT-TIME       FROM TIME
005690     MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
005700
005710     OPEN EXTEND AUDIT-FILE
005720     IF WS-AUD-STATUS EQUAL "35"
005730         OPEN OUTPUT AUDIT-FILE
005740         CLOSE AUDIT-FILE
005750         OPEN EXTEND AUDIT-FILE
005760     END-IF
005770     IF WS-AUD-STATUS NOT EQUAL "00"
005780         DISPLAY "Unable to open audit file, status: "
005790                 WS-AUD-STATUS
005800         GO TO 5000-WRITE-AUDIT-EXIT
005810     END-IF
005820     WRITE AUDIT-RECORD
005830     CLOSE AUDIT-FILE.
005840 5000-WRITE-AUDIT-EXIT.
005850     EXIT.
005860*
005870******************************************************************
005880*    5200-WRITE-COST-HISTORY
005890*    APPENDS THE KIT'S CARRYING-COST CHANGE TO THE COST HISTORY.
005900******************************************************************
005910 5200-WRITE-COST-HISTORY.
005920     MOVE WS-KIT-ID         TO CH-ITEM-ID
005930     MOVE WS-WAREHOUSE-ID   TO CH-WAREHOUSE-ID
005940     MOVE WS-AUDIT-OLD-COST TO CH-OLD-COST
005950     MOVE WS-AUDIT-NEW-COST TO CH-NEW-COST
005960     ACCEPT CH-EFFECTIVE-DATE FROM DATE YYYYMMDD
005970
005980     OPEN EXTEND COST-HISTORY-FILE
005990     IF WS-CHS-STATUS EQUAL "35"
006000         OPEN OUTPUT COST-HISTORY-FILE
006010         CLOSE COST-HISTORY-FILE
006020         OPEN EXTEND COST-HISTORY-FILE
006030     END-IF
006040     IF WS-CHS-STATUS NOT EQUAL "00"
006050         DISPLAY "Unable to open cost history file, status: "
006060                 WS-CHS-STATUS
006070         GO TO 5200-WRITE-COST-HISTORY-EXIT
006080     END-IF
006090     WRITE COST-HISTORY-RECORD
006100     CLOSE COST-HISTORY-FILE.
006110 5200-WRITE-COST-HISTORY-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150*    6000-LOAD-COMPONENTS
006160*    LOADS THE ACTIVE COMPONENTS OF WS-KIT-ID FROM THE BILL OF
006170*    MATERIALS INTO THE COMPONENT TABLE.  A KIT WITH NO ACTIVE
006180*    COMPONENTS, OR MORE THAN THE TABLE HOLDS, IS REFUSED.
006190******************************************************************
006200 6000-LOAD-COMPONENTS.
006210     MOVE ZERO TO WS-COMPONENT-COUNT
006220     OPEN INPUT BOM-FILE
006230     IF WS-BOM-STATUS NOT EQUAL "00" AND
006240        WS-BOM-STATUS NOT EQUAL "05"
006250         DISPLAY "Unable to open bill of materials, status: "
006260                 WS-BOM-STATUS
006270         GO TO 6000-LOAD-COMPONENTS-EXIT
006280     END-IF
006281     IF WS-BOM-STATUS EQUAL "05"
006282         DISPLAY "No kits are defined on the bill of materials"
006283         CLOSE BOM-FILE
006284         GO TO 6000-LOAD-COMPONENTS-EXIT
006285     END-IF
006290     MOVE 'N' TO WS-LIST-DONE-SW
006300     MOVE WS-KIT-ID TO BOM-PARENT-ID
006310     MOVE ZERO      TO BOM-COMPONENT-ID
006320     START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
006330         INVALID KEY
006340             MOVE 'Y' TO WS-LIST-DONE-SW
006350     END-START
006360     PERFORM UNTIL WS-LIST-DONE
006370         READ BOM-FILE NEXT RECORD
006380             AT END
006390                 MOVE 'Y' TO WS-LIST-DONE-SW
006400             NOT AT END
006410                 IF BOM-PARENT-ID NOT EQUAL WS-KIT-ID
006420                     MOVE 'Y' TO WS-LIST-DONE-SW
006430                 ELSE
006440                     IF BOM-ACTIVE
006450                         PERFORM 6100-ADD-COMPONENT
006460                             THRU 6100-ADD-COMPONENT-EXIT
006470                     END-IF
006480                 END-IF
006490         END-READ
006500     END-PERFORM
006510     CLOSE BOM-FILE
006520     IF WS-COMPONENT-COUNT EQUAL ZERO
006530         DISPLAY "No active bill of materials for this kit"
006540         GO TO 6000-LOAD-COMPONENTS-EXIT
006550     END-IF
006560     IF WS-COMPONENT-COUNT > WS-COMPONENT-MAX
006570         DISPLAY "Kit has more than " WS-COMPONENT-MAX
006580                 " components - cannot be processed here"
006590         GO TO 6000-LOAD-COMPONENTS-EXIT
006600     END-IF
006610     MOVE 'Y' TO WS-BOM-LOADED-SW.
006620 6000-LOAD-COMPONENTS-EXIT.
006630     EXIT.
006640*
006650******************************************************************
006660*    6100-ADD-COMPONENT
006670*    ADDS THE CURRENT BILL OF MATERIALS ROW TO THE COMPONENT
006680*    TABLE.  ROWS PAST THE END OF THE TABLE ARE STILL COUNTED SO
006690*    THE CALLER CAN REFUSE THE KIT.
006700******************************************************************
006710 6100-ADD-COMPONENT.
006720     ADD 1 TO WS-COMPONENT-COUNT
006730     IF WS-COMPONENT-COUNT > WS-COMPONENT-MAX
006740         GO TO 6100-ADD-COMPONENT-EXIT
006750     END-IF
006760     MOVE BOM-COMPONENT-ID TO WS-CMP-ITEM-ID(WS-COMPONENT-COUNT)
006770     MOVE BOM-QTY-PER      TO WS-CMP-QTY-PER(WS-COMPONENT-COUNT).
006780 6100-ADD-COMPONENT-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820*    8100-WRITE-SECURITY-LOG
006830*    APPENDS ONE EVENT TO THE SECURITY LOG.  THE CALLER SETS
006840*    WS-SEC-EVENT AND WS-SEC-DETAIL FIRST.
006850******************************************************************
006860 8100-WRITE-SECURITY-LOG.
006870     ACCEPT SEC-DATE FROM DATE YYYYMMDD
006880     ACCEPT SEC-TIME FROM TIME
006890     MOVE "KIT-ASSEMBLY" TO SEC-PROGRAM
006900     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
006910     MOVE WS-SEC-EVENT   TO SEC-EVENT-TYPE
006920     MOVE WS-SEC-DETAIL  TO SEC-DETAIL
006930
006940     OPEN EXTEND SECURITY-LOG-FILE
006950     IF WS-SEC-STATUS EQUAL "35"
006960         OPEN OUTPUT SECURITY-LOG-FILE
006970         CLOSE SECURITY-LOG-FILE
006980         OPEN EXTEND SECURITY-LOG-FILE
006990     END-IF
007000     IF WS-SEC-STATUS NOT EQUAL "00"
007010         DISPLAY "Unable to open security log, status: "
007020                 WS-SEC-STATUS
007030         GO TO 8100-WRITE-SECURITY-LOG-EXIT
007040     END-IF
007050     WRITE SECURITY-LOG-RECORD
007060     CLOSE SECURITY-LOG-FILE.
007070 8100-WRITE-SECURITY-LOG-EXIT.
007080     EXIT.
007090*
007100******************************************************************
007110*    8500-ALIGN-LOT-BALANCES
007120*    BRINGS THE LOT ROWS FOR WS-LOT-ITEM-ID AT WS-LOT-WAREHOUSE-ID
007130*    INTO LINE WITH THE MASTER QUANTITY IN WS-LOT-TARGET-QTY.  A
007140*    SHORTFALL IS ADDED TO THE UNLOTTED ROW; AN EXCESS IS TAKEN
007150*    OFF THE LOTS FIRST-EXPIRED-FIRST-OUT.  PERFORMED AFTER EVERY
007160*    MASTER REWRITE THAT MOVES ITEM-QUANTITY, SO AN ISSUE COMES
007170*    OUT OF THE OLDEST-DATED STOCK AND THE LOTS ALWAYS ADD UP TO
007180*    THE MASTER.
007190******************************************************************
007200 8500-ALIGN-LOT-BALANCES.
007210     OPEN I-O LOT-BALANCE-FILE
007220     IF WS-LOT-STATUS NOT EQUAL "00" AND
007230        WS-LOT-STATUS NOT EQUAL "05"
007240         DISPLAY "Unable to open lot balance file, status: "
007250                 WS-LOT-STATUS
007260         GO TO 8500-ALIGN-LOT-BALANCES-EXIT
007270     END-IF
007280     MOVE ZERO TO WS-LOT-ON-FILE-QTY
007290     PERFORM 8505-START-LOT-SCAN
007300         THRU 8505-START-LOT-SCAN-EXIT
007310     PERFORM 8510-TOTAL-ONE-LOT
007320         THRU 8510-TOTAL-ONE-LOT-EXIT
007330         UNTIL WS-LOT-DONE
007340     IF WS-LOT-ON-FILE-QTY < WS-LOT-TARGET-QTY
007350         COMPUTE WS-LOT-ADD-QTY =
007360             WS-LOT-TARGET-QTY - WS-LOT-ON-FILE-QTY
007370         MOVE SPACES   TO WS-LOT-ADD-NUMBER
007380         MOVE 99999999 TO WS-LOT-ADD-EXPIRY
007390         PERFORM 8530-ADD-TO-LOT
007400             THRU 8530-ADD-TO-LOT-EXIT
007410     END-IF
007420     IF WS-LOT-ON-FILE-QTY > WS-LOT-TARGET-QTY
007430         COMPUTE WS-LOT-EXCESS-QTY =
007440             WS-LOT-ON-FILE-QTY - WS-LOT-TARGET-QTY
007450         PERFORM 8505-START-LOT-SCAN
007460             THRU 8505-START-LOT-SCAN-EXIT
007470         PERFORM 8520-ISSUE-ONE-LOT
007480             THRU 8520-ISSUE-ONE-LOT-EXIT
007490             UNTIL WS-LOT-DONE
007500     END-IF
007510     CLOSE LOT-BALANCE-FILE.
007520 8500-ALIGN-LOT-BALANCES-EXIT.
007530     EXIT.
007540*
007550******************************************************************
007560*    8505-START-LOT-SCAN
007570*    POSITIONS THE LOT FILE AT THE FIRST (EARLIEST-EXPIRING) LOT
007580*    FOR THE ITEM AND WAREHOUSE.
007590******************************************************************
007600 8505-START-LOT-SCAN.
007610     MOVE 'N' TO WS-LOT-DONE-SW
007620     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
007630     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
007640     MOVE ZERO                TO LOT-EXPIRY-DATE
007650     MOVE SPACES              TO LOT-NUMBER
007660     START LOT-BALANCE-FILE KEY IS NOT LESS THAN LOT-KEY
007670         INVALID KEY
007680             MOVE 'Y' TO WS-LOT-DONE-SW
007690     END-START.
007700 8505-START-LOT-SCAN-EXIT.
007710     EXIT.
007720*
007730******************************************************************
007740*    8510-TOTAL-ONE-LOT
007750*    ADDS ONE LOT OF THE ITEM AND WAREHOUSE TO THE ON-FILE TOTAL.
007760******************************************************************
007770 8510-TOTAL-ONE-LOT.
007780     READ LOT-BALANCE-FILE NEXT RECORD
007790         AT END
007800             MOVE 'Y' TO WS-LOT-DONE-SW
007810             GO TO 8510-TOTAL-ONE-LOT-EXIT
007820     END-READ
007830     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
007840        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
007850         MOVE 'Y' TO WS-LOT-DONE-SW
007860         GO TO 8510-TOTAL-ONE-LOT-EXIT
007870     END-IF
007880     ADD LOT-QUANTITY TO WS-LOT-ON-FILE-QTY.
007890 8510-TOTAL-ONE-LOT-EXIT.
007900     EXIT.
007910*
007920******************************************************************
007930*    8520-ISSUE-ONE-LOT
007940*    TAKES AS MUCH OF THE REMAINING EXCESS AS THE NEXT LOT HOLDS.
007950*    A LOT THAT IS USED UP IS DELETED.
007960******************************************************************
007970 8520-ISSUE-ONE-LOT.
007980     READ LOT-BALANCE-FILE NEXT RECORD
007990         AT END
008000             MOVE 'Y' TO WS-LOT-DONE-SW
008010             GO TO 8520-ISSUE-ONE-LOT-EXIT
008020     END-READ
008030     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
008040        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
008050         MOVE 'Y' TO WS-LOT-DONE-SW
008060         GO TO 8520-ISSUE-ONE-LOT-EXIT
008070     END-IF
008080     IF LOT-QUANTITY > WS-LOT-EXCESS-QTY
008090         MOVE WS-LOT-EXCESS-QTY TO WS-LOT-TAKE-QTY
008100     ELSE
008110         MOVE LOT-QUANTITY TO WS-LOT-TAKE-QTY
008120     END-IF
008130     SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QUANTITY
008140     SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-EXCESS-QTY
008150     IF LOT-QUANTITY EQUAL ZERO
008160         DELETE LOT-BALANCE-FILE RECORD
008170     ELSE
008180         REWRITE LOT-BALANCE-RECORD
008190     END-IF
008200     IF WS-LOT-EXCESS-QTY EQUAL ZERO
008210         MOVE 'Y' TO WS-LOT-DONE-SW
008220     END-IF.
008230 8520-ISSUE-ONE-LOT-EXIT.
008240     EXIT.
008250*
008260******************************************************************
008270*    8530-ADD-TO-LOT
008280*    ADDS WS-LOT-ADD-QTY TO THE LOT NAMED BY WS-LOT-ADD-NUMBER AND
008290*    WS-LOT-ADD-EXPIRY, CREATING IT IF IT IS NOT ON FILE.  THE LOT
008300*    FILE MUST ALREADY BE OPEN.
008310******************************************************************
008320 8530-ADD-TO-LOT.
008330     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
008340     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
008350     MOVE WS-LOT-ADD-EXPIRY   TO LOT-EXPIRY-DATE
008360     MOVE WS-LOT-ADD-NUMBER   TO LOT-NUMBER
008370     READ LOT-BALANCE-FILE
008380         INVALID KEY
008390             MOVE WS-LOT-ADD-QTY TO LOT-QUANTITY
008400             ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
008410             WRITE LOT-BALANCE-RECORD
008420         NOT INVALID KEY
008430             ADD WS-LOT-ADD-QTY TO LOT-QUANTITY
008440             REWRITE LOT-BALANCE-RECORD
008450     END-READ.
008460 8530-ADD-TO-LOT-EXIT.
008470     EXIT.
