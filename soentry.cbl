000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SALES-ORDER-ENTRY.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  INTERACTIVE SALES-ORDER ENTRY AND MAINTENANCE.
000090*                  AN ORDER IS A HEADER ON SOHEADER.DAT NAMING
000100*                  THE CUSTOMER, WITH ONE LINE ON SOLINE.DAT PER
000110*                  ITEM AND WAREHOUSE.  EACH LINE IS ALLOCATED
000120*                  AGAINST AVAILABLE-TO-PROMISE (ITEM-QUANTITY
000130*                  MINUS ITEM-ALLOCATED-QTY) AS IT IS KEYED, SO
000140*                  THE STOCK IS PROMISED TO THE CUSTOMER BEFORE
000150*                  ANOTHER ORDER CAN TAKE IT.  WHEN LESS IS
000160*                  AVAILABLE THAN ORDERED THE CLERK MAY TAKE THE
000170*                  LINE WITH WHAT IS AVAILABLE ALLOCATED; THE
000180*                  REST IS SHORT AND SHIPS SHORT.  CANCELLING A
000190*                  LINE OR A WHOLE ORDER RELEASES WHATEVER IT
000200*                  STILL HOLDS.  EVERY ALLOCATION CHANGE IS
000210*                  AUDIT-LOGGED AS TYPE 'A' OR 'L', THE SAME AS
000220*                  THE MANUAL ALLOCATION FUNCTIONS IN THE
000230*                  INVENTORY MAINTENANCE PROGRAM.  ORDER NUMBERS
000240*                  COME FROM THE CONTROL FILE SONUMCTL.DAT.
000250*
000260*    MODIFICATION HISTORY
000270*    DATE       INIT  DESCRIPTION
000280*    ---------  ----  -------------------------------------------
000290*    2026-10-14 JRM   ORIGINAL PROGRAM.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL SO-HEADER-FILE ASSIGN TO "soheader.dat"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS SOH-ORDER-NO
000380         FILE STATUS IS WS-SOH-STATUS.
000390
000400     SELECT OPTIONAL SO-LINE-FILE ASSIGN TO "soline.dat"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SOL-KEY
000440         FILE STATUS IS WS-SOL-STATUS.
000450
000460     SELECT OPTIONAL SO-CONTROL-FILE ASSIGN TO "sonumctl.dat"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SOC-STATUS.
000490
000500     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS INVENTORY-KEY
000540         FILE STATUS IS WS-INV-STATUS.
000550
000560     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "auditlog.dat"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUD-STATUS.
000590
000600     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS OPR-ID
000640         FILE STATUS IS WS-OPR-STATUS.
000650
000660     SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "seclog.dat"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-SEC-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  SO-HEADER-FILE.
000720     COPY SOHDR.
000730*
000740 FD  SO-LINE-FILE.
000750     COPY SOLINE.
000760*
000770 FD  SO-CONTROL-FILE.
000780     COPY SOCTL.
000790*
000800 FD  INVENTORY-FILE.
000810     COPY INVREC.
000820*
000830 FD  AUDIT-FILE.
000840     COPY AUDREC.
000850*
000860 FD  OPERATOR-FILE.
000870     COPY OPERREC.
000880*
000890 FD  SECURITY-LOG-FILE.
000900     COPY SECREC.
000910*
000920 WORKING-STORAGE SECTION.
000930******************************************************************
000940*    SWITCHES AND FLAGS
000950******************************************************************
000960 01  WS-SWITCHES.
000970     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000980         88  WS-EOF                       VALUE 'Y'.
000990     05  WS-FOUND-SW          PIC X(01)   VALUE 'N'.
001000         88  WS-FOUND                     VALUE 'Y'.
001010     05  WS-SIGNED-ON-SW      PIC X(01)   VALUE 'N'.
001020         88  WS-SIGNED-ON                 VALUE 'Y'.
001030     05  WS-ORDER-DONE-SW     PIC X(01)   VALUE 'N'.
001040         88  WS-ORDER-DONE                VALUE 'Y'.
001050     05  WS-LIST-DONE-SW      PIC X(01)   VALUE 'N'.
001060         88  WS-LIST-DONE                 VALUE 'Y'.
001070*
001080******************************************************************
001090*    FILE STATUS AND MENU WORK AREAS
001100******************************************************************
001110 01  WS-SOH-STATUS            PIC X(02).
001120 01  WS-SOL-STATUS            PIC X(02).
001130 01  WS-SOC-STATUS            PIC X(02).
001140 01  WS-INV-STATUS            PIC X(02).
001150 01  WS-AUD-STATUS            PIC X(02).
001160 01  WS-OPR-STATUS            PIC X(02).
001170 01  WS-SEC-STATUS            PIC X(02).
001180 01  WS-MENU-CHOICE           PIC X(01).
001190 01  WS-OPERATOR-ID           PIC X(05).
001200 01  WS-PASSWORD              PIC X(08).
001210 01  WS-AUTH-LEVEL            PIC 9(01)   VALUE ZERO.
001220     88  WS-SUPERVISOR                    VALUE 2.
001230 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
001240 01  WS-SEC-EVENT             PIC X(01).
001250 01  WS-SEC-DETAIL            PIC X(30).
001260*
001270******************************************************************
001280*    ORDER ENTRY WORK AREAS
001290******************************************************************
001300 01  WS-ORDER-NO              PIC 9(06).
001310 01  WS-NEXT-ORDER-NO         PIC 9(06)   VALUE ZERO.
001320 01  WS-CUSTOMER-ID           PIC X(08).
001330 01  WS-CUSTOMER-NAME         PIC X(30).
001340 01  WS-CUSTOMER-PO           PIC X(15).
001350 01  WS-NEXT-LINE-NO          PIC 9(03).
001360 01  WS-LINE-NO               PIC 9(03).
001370 01  WS-ITEM-ID               PIC 9(05).
001380 01  WS-WAREHOUSE-ID          PIC X(05).
001390 01  WS-ORDER-QTY             PIC 9(05).
001400 01  WS-ALLOC-QTY             PIC 9(05).
001410 01  WS-ATP-QTY               PIC 9(05).
001420 01  WS-PARTIAL-REPLY         PIC X(01).
001430 01  WS-LINES-ENTERED         PIC 9(03).
001440 01  WS-LINE-AMOUNT           PIC 9(09)V99.
001450 01  WS-ORDER-AMOUNT          PIC 9(11)V99.
001460 01  WS-OPEN-LINES            PIC 9(03).
001470 01  WS-SHIPPED-LINES         PIC 9(03).
001480 01  WS-CANCELLED-LINES       PIC 9(03).
001490*
001500******************************************************************
001510*    AUDIT LOGGING WORK AREAS - AN ALLOCATION ROW CARRIES THE
001520*    ALLOCATED QUANTITY, NOT ON-HAND.
001530******************************************************************
001540 01  WS-AUDIT-OLD-ALLOC       PIC 9(05).
001550 01  WS-AUDIT-NEW-ALLOC       PIC 9(05).
001560*
001570 PROCEDURE DIVISION.
001580******************************************************************
001590*    0000-MAINLINE
001600*    CONTROLS THE MAIN MENU LOOP FOR THE PROGRAM.
001610******************************************************************
001620 0000-MAINLINE.
001630     PERFORM 0100-SIGN-ON
001640         THRU 0100-SIGN-ON-EXIT
001650     PERFORM UNTIL WS-EOF
001660         DISPLAY "Sales Order Entry"
001670         PERFORM 1000-DISPLAY-MENU
001680             THRU 1000-DISPLAY-MENU-EXIT
001690         ACCEPT WS-MENU-CHOICE
001700         EVALUATE WS-MENU-CHOICE
001710             WHEN '1'
001720                 PERFORM 2000-ENTER-ORDER
001730                     THRU 2000-ENTER-ORDER-EXIT
001740             WHEN '2'
001750                 PERFORM 3000-CANCEL-LINE
001760                     THRU 3000-CANCEL-LINE-EXIT
001770             WHEN '3'
001780                 PERFORM 4000-CANCEL-ORDER
001790                     THRU 4000-CANCEL-ORDER-EXIT
001800             WHEN '4'
001810                 PERFORM 5000-DISPLAY-ORDER
001820                     THRU 5000-DISPLAY-ORDER-EXIT
001830             WHEN '5'
001840                 MOVE 'Y' TO WS-EOF-SW
001850             WHEN OTHER
001860                 DISPLAY "Invalid option, please try again"
001870         END-EVALUATE
001880     END-PERFORM
001890     STOP RUN.
001900*
001910******************************************************************
001920*    0100-SIGN-ON
001930*    SIGNS THE OPERATOR ON AGAINST THE OPERATOR MASTER BEFORE
001940*    THE MENU IS OFFERED.  THREE FAILED ATTEMPTS END THE
001950*    SESSION.
001960******************************************************************
001970 0100-SIGN-ON.
001980     PERFORM 0110-SIGN-ON-ATTEMPT
001990         THRU 0110-SIGN-ON-ATTEMPT-EXIT
002000         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
002010     IF NOT WS-SIGNED-ON
002020         DISPLAY "Too many failed sign-on attempts"
002030         MOVE 'Y' TO WS-EOF-SW
002040     END-IF.
002050 0100-SIGN-ON-EXIT.
002060     EXIT.
002070*
002080******************************************************************
002090*    0110-SIGN-ON-ATTEMPT
002100*    VERIFIES ONE OPERATOR ID AND PASSWORD AGAINST THE OPERATOR
002110*    MASTER.  A MISS, A WRONG PASSWORD, OR AN INACTIVE OPERATOR
002120*    ALL FAIL THE SAME WAY AND ARE LOGGED, SO THE PROMPT GIVES
002130*    NOTHING AWAY.
002140******************************************************************
002150 0110-SIGN-ON-ATTEMPT.
002160     ADD 1 TO WS-SIGNON-TRIES
002170     DISPLAY "Enter Operator ID:"
002180     ACCEPT WS-OPERATOR-ID
002190     DISPLAY "Enter Password:"
002200     ACCEPT WS-PASSWORD
002210     MOVE 'N' TO WS-FOUND-SW
002220     OPEN INPUT OPERATOR-FILE
002230     IF WS-OPR-STATUS NOT EQUAL "00"
002240         DISPLAY "Unable to open operator file, status: "
002250                 WS-OPR-STATUS
002260         GO TO 0110-SIGN-ON-ATTEMPT-EXIT
002270     END-IF
002280     MOVE WS-OPERATOR-ID TO OPR-ID
002290     READ OPERATOR-FILE
002300         INVALID KEY
002310             CONTINUE
002320         NOT INVALID KEY
002330             IF OPR-ACTIVE AND OPR-PASSWORD EQUAL WS-PASSWORD
002340                 MOVE 'Y' TO WS-FOUND-SW
002350             END-IF
002360     END-READ
002370     CLOSE OPERATOR-FILE
002380     IF WS-FOUND
002390         MOVE OPR-AUTH-LEVEL TO WS-AUTH-LEVEL
002400         MOVE 'Y' TO WS-SIGNED-ON-SW
002410         DISPLAY "Signed on: " OPR-NAME
002420     ELSE
002430         DISPLAY "Sign-on failed"
002440         MOVE 'F' TO WS-SEC-EVENT
002450         MOVE "Invalid id or password" TO WS-SEC-DETAIL
002460         PERFORM 8100-WRITE-SECURITY-LOG
002470             THRU 8100-WRITE-SECURITY-LOG-EXIT
002480     END-IF.
002490 0110-SIGN-ON-ATTEMPT-EXIT.
002500     EXIT.
002510*
002520******************************************************************
002530*    1000-DISPLAY-MENU
002540*    DISPLAYS THE MAIN MENU OPTIONS.
002550******************************************************************
002560 1000-DISPLAY-MENU.
002570     DISPLAY "1. Enter Sales Order"
002580     DISPLAY "2. Cancel Order Line"
002590     DISPLAY "3. Cancel Sales Order"
002600     DISPLAY "4. Display Sales Order"
002610     DISPLAY "5. Exit".
002620 1000-DISPLAY-MENU-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660*    1100-READ-SO-CONTROL
002670*    PICKS UP THE LAST SALES-ORDER NUMBER ASSIGNED.  A MISSING
002680*    CONTROL FILE MEANS NO ORDER HAS BEEN TAKEN YET.
002690******************************************************************
002700 1100-READ-SO-CONTROL.
002710     MOVE ZERO TO WS-NEXT-ORDER-NO
002720     OPEN INPUT SO-CONTROL-FILE
002730     IF WS-SOC-STATUS NOT EQUAL "00" AND
002740        WS-SOC-STATUS NOT EQUAL "05"
002750         GO TO 1100-READ-SO-CONTROL-EXIT
002760     END-IF
002770     READ SO-CONTROL-FILE
002780         AT END
002790             CLOSE SO-CONTROL-FILE
002800             GO TO 1100-READ-SO-CONTROL-EXIT
002810     END-READ
002820     MOVE SOC-LAST-ORDER-NO TO WS-NEXT-ORDER-NO
002830     CLOSE SO-CONTROL-FILE.
002840 1100-READ-SO-CONTROL-EXIT.
002850     EXIT.
002860*
002870******************************************************************
002880*    2000-ENTER-ORDER
002890*    TAKES THE ORDER HEADER, ASSIGNS THE NEXT ORDER NUMBER, THEN
002900*    TAKES LINES UNTIL A ZERO ITEM ID IS KEYED.  AN ORDER LEFT
002910*    WITH NO LINES IS FILED AS CANCELLED SO ITS NUMBER IS NOT
002920*    REUSED.
002930******************************************************************
002940 2000-ENTER-ORDER.
002950     DISPLAY "Enter Customer ID:"
002960     ACCEPT WS-CUSTOMER-ID
002970     IF WS-CUSTOMER-ID EQUAL SPACES
002980         DISPLAY "Customer ID is required"
002990         GO TO 2000-ENTER-ORDER-EXIT
003000     END-IF
003010     DISPLAY "Enter Customer Name:"
003020     ACCEPT WS-CUSTOMER-NAME
003030     DISPLAY "Enter Customer PO Reference:"
003040     ACCEPT WS-CUSTOMER-PO
003050
003060     OPEN I-O SO-HEADER-FILE
003070     IF WS-SOH-STATUS NOT EQUAL "00" AND
003080        WS-SOH-STATUS NOT EQUAL "05"
003090         DISPLAY "Unable to open order header file, status: "
003100                 WS-SOH-STATUS
003110         GO TO 2000-ENTER-ORDER-EXIT
003120     END-IF
003130     OPEN I-O SO-LINE-FILE
003140     IF WS-SOL-STATUS NOT EQUAL "00" AND
003150        WS-SOL-STATUS NOT EQUAL "05"
003160         DISPLAY "Unable to open order line file, status: "
003170                 WS-SOL-STATUS
003180         CLOSE SO-HEADER-FILE
003190         GO TO 2000-ENTER-ORDER-EXIT
003200     END-IF
003210
003220     PERFORM 1100-READ-SO-CONTROL
003230         THRU 1100-READ-SO-CONTROL-EXIT
003240     ADD 1 TO WS-NEXT-ORDER-NO
003250     MOVE WS-NEXT-ORDER-NO TO WS-ORDER-NO
003260     MOVE WS-ORDER-NO      TO SOH-ORDER-NO
003270     MOVE WS-CUSTOMER-ID   TO SOH-CUSTOMER-ID
003280     MOVE WS-CUSTOMER-NAME TO SOH-CUSTOMER-NAME
003290     MOVE WS-CUSTOMER-PO   TO SOH-CUSTOMER-PO
003300     ACCEPT SOH-ORDER-DATE FROM DATE YYYYMMDD
003310     MOVE WS-OPERATOR-ID   TO SOH-ENTERED-BY
003320     SET SOH-OPEN          TO TRUE
003330     WRITE SO-HEADER-RECORD
003340         INVALID KEY
003350             DISPLAY "Order " WS-ORDER-NO " already on file - "
003360                     "check the order number control file"
003370             CLOSE SO-LINE-FILE
003380             CLOSE SO-HEADER-FILE
003390             GO TO 2000-ENTER-ORDER-EXIT
003400     END-WRITE
003410     PERFORM 6100-WRITE-SO-CONTROL
003420         THRU 6100-WRITE-SO-CONTROL-EXIT
003430     DISPLAY "Sales order number: " WS-ORDER-NO
003440
003450     MOVE ZERO TO WS-NEXT-LINE-NO
003460     MOVE ZERO TO WS-LINES-ENTERED
003470     MOVE ZERO TO WS-ORDER-AMOUNT
003480     MOVE 'N' TO WS-ORDER-DONE-SW
003490     PERFORM 2100-ENTER-ORDER-LINE
003500         THRU 2100-ENTER-ORDER-LINE-EXIT
003510         UNTIL WS-ORDER-DONE
003520     CLOSE SO-LINE-FILE
003530
003540     IF WS-LINES-ENTERED EQUAL ZERO
003550         MOVE WS-ORDER-NO TO SOH-ORDER-NO
003560         READ SO-HEADER-FILE
003570             INVALID KEY
003580                 CONTINUE
003590             NOT INVALID KEY
003600                 SET SOH-CANCELLED TO TRUE
003610                 REWRITE SO-HEADER-RECORD
003620         END-READ
003630         DISPLAY "No lines entered - order " WS-ORDER-NO
003640                 " cancelled"
003650     ELSE
003660         DISPLAY "Order " WS-ORDER-NO " lines entered: "
003670                 WS-LINES-ENTERED " amount: " WS-ORDER-AMOUNT
003680     END-IF
003690     CLOSE SO-HEADER-FILE.
003700 2000-ENTER-ORDER-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740*    2100-ENTER-ORDER-LINE
003750*    TAKES ONE ORDER LINE AND ALLOCATES IT AGAINST AVAILABLE-TO-
003760*    PROMISE AT THE CHOSEN WAREHOUSE.  THE ITEM MUST BE ACTIVE.
003770*    WHEN NOT ENOUGH IS AVAILABLE THE CLERK IS ASKED WHETHER TO
003780*    TAKE THE LINE WITH WHAT IS AVAILABLE; WHEN NOTHING IS
003790*    AVAILABLE THE LINE IS NOT TAKEN.  THE LINE IS FILED BEFORE
003800*    THE ALLOCATION IS POSTED, SO A LINE THAT CANNOT BE FILED
003810*    LEAVES THE MASTER UNTOUCHED.  THE LINE IS PRICED AT THE
003820*    ITEM'S CURRENT SELLING PRICE.
003830******************************************************************
003840 2100-ENTER-ORDER-LINE.
003850     DISPLAY "Enter Item ID (0 to finish order):"
003860     ACCEPT WS-ITEM-ID
003870     IF WS-ITEM-ID EQUAL ZERO
003880         MOVE 'Y' TO WS-ORDER-DONE-SW
003890         GO TO 2100-ENTER-ORDER-LINE-EXIT
003900     END-IF
003910     DISPLAY "Enter Warehouse ID:"
003920     ACCEPT WS-WAREHOUSE-ID
003930     DISPLAY "Enter Quantity Ordered:"
003940     ACCEPT WS-ORDER-QTY
003950     IF WS-ORDER-QTY EQUAL ZERO
003960         DISPLAY "Quantity must be greater than zero"
003970         GO TO 2100-ENTER-ORDER-LINE-EXIT
003980     END-IF
003990
004000     OPEN I-O INVENTORY-FILE
004010     IF WS-INV-STATUS NOT EQUAL "00"
004020         DISPLAY "Unable to open inventory file, status: "
004030                 WS-INV-STATUS
004040         GO TO 2100-ENTER-ORDER-LINE-EXIT
004050     END-IF
004060     MOVE WS-ITEM-ID      TO ITEM-ID
004070     MOVE WS-WAREHOUSE-ID TO WAREHOUSE-ID
004080     READ INVENTORY-FILE
004090         INVALID KEY
004100             DISPLAY "Item not found at that warehouse, "
004110                     "line not added"
004120             CLOSE INVENTORY-FILE
004130             GO TO 2100-ENTER-ORDER-LINE-EXIT
004140     END-READ
004150     IF NOT ITEM-ACTIVE
004160         DISPLAY "Item is inactive, line not added"
004170         CLOSE INVENTORY-FILE
004180         GO TO 2100-ENTER-ORDER-LINE-EXIT
004190     END-IF
004200     IF ITEM-ALLOCATED-QTY NOT < ITEM-QUANTITY
004210         MOVE ZERO TO WS-ATP-QTY
004220     ELSE
004230         COMPUTE WS-ATP-QTY = ITEM-QUANTITY - ITEM-ALLOCATED-QTY
004240     END-IF
004250     IF WS-ATP-QTY EQUAL ZERO
004260         DISPLAY "Nothing available to promise, line not added"
004270         CLOSE INVENTORY-FILE
004280         GO TO 2100-ENTER-ORDER-LINE-EXIT
004290     END-IF
004300     IF WS-ORDER-QTY > WS-ATP-QTY
004310         DISPLAY "Only " WS-ATP-QTY " available to promise"
004320         DISPLAY "Take the line with " WS-ATP-QTY
004330                 " allocated (Y/N)?"
004340         ACCEPT WS-PARTIAL-REPLY
004350         IF WS-PARTIAL-REPLY NOT EQUAL 'Y' AND
004360            WS-PARTIAL-REPLY NOT EQUAL 'y'
004370             DISPLAY "Line not added"
004380             CLOSE INVENTORY-FILE
004390             GO TO 2100-ENTER-ORDER-LINE-EXIT
004400         END-IF
004410         MOVE WS-ATP-QTY TO WS-ALLOC-QTY
004420     ELSE
004430         MOVE WS-ORDER-QTY TO WS-ALLOC-QTY
004440     END-IF
004450
004460     ADD 1 TO WS-NEXT-LINE-NO
004470     MOVE WS-ORDER-NO      TO SOL-ORDER-NO
004480     MOVE WS-NEXT-LINE-NO  TO SOL-LINE-NO
004490     MOVE WS-ITEM-ID       TO SOL-ITEM-ID
004500     MOVE WS-WAREHOUSE-ID  TO SOL-WAREHOUSE-ID
004510     MOVE ITEM-NAME        TO SOL-ITEM-NAME
004520     MOVE WS-ORDER-QTY     TO SOL-ORDERED-QTY
004530     MOVE WS-ALLOC-QTY     TO SOL-ALLOCATED-QTY
004540     MOVE ZERO             TO SOL-SHIPPED-QTY
004550     MOVE ITEM-PRICE       TO SOL-UNIT-PRICE
004560     SET SOL-OPEN          TO TRUE
004570     MOVE ZERO             TO SOL-SHIP-DATE
004580     WRITE SO-LINE-RECORD
004590         INVALID KEY
004600             DISPLAY "Unable to add order line, status: "
004610                     WS-SOL-STATUS
004620             SUBTRACT 1 FROM WS-NEXT-LINE-NO
004630             CLOSE INVENTORY-FILE
004640             GO TO 2100-ENTER-ORDER-LINE-EXIT
004650     END-WRITE
004660
004670     MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-OLD-ALLOC
004680     ADD WS-ALLOC-QTY TO ITEM-ALLOCATED-QTY
004690     MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-NEW-ALLOC
004700     REWRITE INVENTORY-RECORD
004710     CLOSE INVENTORY-FILE
004720     PERFORM 5500-WRITE-ALLOC-PLACED-AUDIT
004730         THRU 5500-WRITE-ALLOC-PLACED-AUDIT-EXIT
004740
004750     COMPUTE WS-LINE-AMOUNT = WS-ORDER-QTY * SOL-UNIT-PRICE
004760     ADD WS-LINE-AMOUNT TO WS-ORDER-AMOUNT
004770     ADD 1 TO WS-LINES-ENTERED
004780     DISPLAY "Order line " WS-NEXT-LINE-NO " added, allocated "
004790             WS-ALLOC-QTY " of " WS-ORDER-QTY.
004800 2100-ENTER-ORDER-LINE-EXIT.
004810     EXIT.
004820*
004830******************************************************************
004840*    3000-CANCEL-LINE
004850*    CANCELS ONE OPEN ORDER LINE AND RELEASES ITS ALLOCATION.
004860*    WHEN IT WAS THE LAST OPEN LINE THE HEADER IS SETTLED.
004870******************************************************************
004880 3000-CANCEL-LINE.
004890     DISPLAY "Enter Sales Order Number:"
004900     ACCEPT WS-ORDER-NO
004910     DISPLAY "Enter Line Number:"
004920     ACCEPT WS-LINE-NO
004930
004940     OPEN I-O SO-HEADER-FILE
004950     IF WS-SOH-STATUS NOT EQUAL "00"
004960         DISPLAY "Unable to open order header file, status: "
004970                 WS-SOH-STATUS
004980         GO TO 3000-CANCEL-LINE-EXIT
004990     END-IF
005000     OPEN I-O SO-LINE-FILE
005010     IF WS-SOL-STATUS NOT EQUAL "00"
005020         DISPLAY "Unable to open order line file, status: "
005030                 WS-SOL-STATUS
005040         CLOSE SO-HEADER-FILE
005050         GO TO 3000-CANCEL-LINE-EXIT
005060     END-IF
005070     MOVE WS-ORDER-NO TO SOL-ORDER-NO
005080     MOVE WS-LINE-NO  TO SOL-LINE-NO
005090     READ SO-LINE-FILE
005100         INVALID KEY
005110             DISPLAY "Order line not found"
005120             CLOSE SO-LINE-FILE
005130             CLOSE SO-HEADER-FILE
005140             GO TO 3000-CANCEL-LINE-EXIT
005150     END-READ
005160     IF NOT SOL-OPEN
005170         DISPLAY "Order line is not open - status "
005180                 SOL-LINE-STATUS
005190         CLOSE SO-LINE-FILE
005200         CLOSE SO-HEADER-FILE
005210         GO TO 3000-CANCEL-LINE-EXIT
005220     END-IF
005230
005240     PERFORM 3100-CANCEL-OPEN-LINE
005250         THRU 3100-CANCEL-OPEN-LINE-EXIT
005260     PERFORM 3900-SETTLE-ORDER-HEADER
005270         THRU 3900-SETTLE-ORDER-HEADER-EXIT
005280     CLOSE SO-LINE-FILE
005290     CLOSE SO-HEADER-FILE
005300     DISPLAY "Order line cancelled".
005310 3000-CANCEL-LINE-EXIT.
005320     EXIT.
005330*
005340******************************************************************
005350*    3100-CANCEL-OPEN-LINE
005360*    RELEASES WHAT THE CURRENT LINE RECORD STILL HOLDS AND
005370*    REWRITES IT AS CANCELLED.  THE LINE FILE MUST BE OPEN I-O
005380*    WITH THE LINE JUST READ.
005390******************************************************************
005400 3100-CANCEL-OPEN-LINE.
005410     IF SOL-ALLOCATED-QTY > ZERO
005420         MOVE SOL-ITEM-ID       TO WS-ITEM-ID
005430         MOVE SOL-WAREHOUSE-ID  TO WS-WAREHOUSE-ID
005440         MOVE SOL-ALLOCATED-QTY TO WS-ALLOC-QTY
005450         PERFORM 3200-RELEASE-LINE-ALLOCATION
005460             THRU 3200-RELEASE-LINE-ALLOCATION-EXIT
005470     END-IF
005480     MOVE ZERO TO SOL-ALLOCATED-QTY
005490     SET SOL-CANCELLED TO TRUE
005500     REWRITE SO-LINE-RECORD.
005510 3100-CANCEL-OPEN-LINE-EXIT.
005520     EXIT.
005530*
005540******************************************************************
005550*    3200-RELEASE-LINE-ALLOCATION
005560*    TAKES WS-ALLOC-QTY BACK OFF ITEM-ALLOCATED-QTY AND LOGS THE
005570*    RELEASE AS TYPE 'L'.  IF THE MASTER HOLDS LESS THAN THE
005580*    LINE DOES (A MANUAL RELEASE IN THE MEANTIME) ONLY WHAT IS
005590*    THERE IS RELEASED, SO THE ALLOCATION NEVER GOES NEGATIVE.
005600******************************************************************
005610 3200-RELEASE-LINE-ALLOCATION.
005620     OPEN I-O INVENTORY-FILE
005630     IF WS-INV-STATUS NOT EQUAL "00"
005640         DISPLAY "Unable to open inventory file, status: "
005650                 WS-INV-STATUS
005660         GO TO 3200-RELEASE-LINE-ALLOCATION-EXIT
005670     END-IF
005680     MOVE WS-ITEM-ID      TO ITEM-ID
005690     MOVE WS-WAREHOUSE-ID TO WAREHOUSE-ID
005700     READ INVENTORY-FILE
005710         INVALID KEY
005720             DISPLAY "Item " WS-ITEM-ID " not found at "
005730                     WS-WAREHOUSE-ID " - nothing released"
005740             CLOSE INVENTORY-FILE
005750             GO TO 3200-RELEASE-LINE-ALLOCATION-EXIT
005760     END-READ
005770     IF WS-ALLOC-QTY > ITEM-ALLOCATED-QTY
005780         MOVE ITEM-ALLOCATED-QTY TO WS-ALLOC-QTY
005790     END-IF
005800     MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-OLD-ALLOC
005810     SUBTRACT WS-ALLOC-QTY FROM ITEM-ALLOCATED-QTY
005820     MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-NEW-ALLOC
005830     REWRITE INVENTORY-RECORD
005840     CLOSE INVENTORY-FILE
005850     PERFORM 5600-WRITE-ALLOC-RELEASED-AUDIT
005860         THRU 5600-WRITE-ALLOC-RELEASED-AUDIT-EXIT.
005870 3200-RELEASE-LINE-ALLOCATION-EXIT.
005880     EXIT.
005890*
005900******************************************************************
005910*    3900-SETTLE-ORDER-HEADER
005920*    COUNTS THE LINES OF ORDER WS-ORDER-NO.  ONCE NONE IS LEFT
005930*    OPEN THE HEADER IS CLOSED IF ANYTHING SHIPPED, OR MARKED
005940*    CANCELLED IF NOTHING DID.  BOTH ORDER FILES MUST BE OPEN
005950*    I-O.
005960******************************************************************
005970 3900-SETTLE-ORDER-HEADER.
005980     MOVE ZERO TO WS-OPEN-LINES
005990     MOVE ZERO TO WS-SHIPPED-LINES
006000     MOVE 'N' TO WS-LIST-DONE-SW
006010     MOVE WS-ORDER-NO TO SOL-ORDER-NO
006020     MOVE ZERO        TO SOL-LINE-NO
006030     START SO-LINE-FILE KEY IS NOT LESS THAN SOL-KEY
006040         INVALID KEY
006050             MOVE 'Y' TO WS-LIST-DONE-SW
006060     END-START
006070     PERFORM UNTIL WS-LIST-DONE
006080         READ SO-LINE-FILE NEXT RECORD
006090             AT END
006100                 MOVE 'Y' TO WS-LIST-DONE-SW
006110             NOT AT END
006120                 IF SOL-ORDER-NO NOT EQUAL WS-ORDER-NO
006130                     MOVE 'Y' TO WS-LIST-DONE-SW
006140                 ELSE
006150                     IF SOL-OPEN
006160                         ADD 1 TO WS-OPEN-LINES
006170                     END-IF
006180                     IF SOL-SHIPPED
006190                         ADD 1 TO WS-SHIPPED-LINES
006200                     END-IF
006210                 END-IF
006220         END-READ
006230     END-PERFORM
006240     IF WS-OPEN-LINES > ZERO
006250         GO TO 3900-SETTLE-ORDER-HEADER-EXIT
006260     END-IF
006270
006280     MOVE WS-ORDER-NO TO SOH-ORDER-NO
006290     READ SO-HEADER-FILE
006300         INVALID KEY
006310             GO TO 3900-SETTLE-ORDER-HEADER-EXIT
006320     END-READ
006330     IF WS-SHIPPED-LINES > ZERO
006340         SET SOH-CLOSED TO TRUE
006350         DISPLAY "Order " WS-ORDER-NO " closed"
006360     ELSE
006370         SET SOH-CANCELLED TO TRUE
006380         DISPLAY "Order " WS-ORDER-NO " cancelled"
006390     END-IF
006400     REWRITE SO-HEADER-RECORD.
006410 3900-SETTLE-ORDER-HEADER-EXIT.
006420     EXIT.
006430*
006440******************************************************************
006450*    4000-CANCEL-ORDER
006460*    CANCELS EVERY OPEN LINE OF AN OPEN ORDER, RELEASING WHAT
006470*    EACH HOLDS, THEN SETTLES THE HEADER.  LINES ALREADY SHIPPED
006480*    ARE LEFT AS THEY ARE.
006490******************************************************************
006500 4000-CANCEL-ORDER.
006510     DISPLAY "Enter Sales Order Number:"
006520     ACCEPT WS-ORDER-NO
006530
006540     OPEN I-O SO-HEADER-FILE
006550     IF WS-SOH-STATUS NOT EQUAL "00"
006560         DISPLAY "Unable to open order header file, status: "
006570                 WS-SOH-STATUS
006580         GO TO 4000-CANCEL-ORDER-EXIT
006590     END-IF
006600     MOVE WS-ORDER-NO TO SOH-ORDER-NO
006610     READ SO-HEADER-FILE
006620         INVALID KEY
006630             DISPLAY "Sales order not found"
006640             CLOSE SO-HEADER-FILE
006650             GO TO 4000-CANCEL-ORDER-EXIT
006660     END-READ
006670     IF NOT SOH-OPEN
006680         DISPLAY "Sales order is not open - status " SOH-STATUS
006690         CLOSE SO-HEADER-FILE
006700         GO TO 4000-CANCEL-ORDER-EXIT
006710     END-IF
006720     OPEN I-O SO-LINE-FILE
006730     IF WS-SOL-STATUS NOT EQUAL "00"
006740         DISPLAY "Unable to open order line file, status: "
006750                 WS-SOL-STATUS
006760         CLOSE SO-HEADER-FILE
006770         GO TO 4000-CANCEL-ORDER-EXIT
006780     END-IF
006790
006800     MOVE ZERO TO WS-CANCELLED-LINES
006810     MOVE 'N' TO WS-LIST-DONE-SW
006820     MOVE WS-ORDER-NO TO SOL-ORDER-NO
006830     MOVE ZERO        TO SOL-LINE-NO
006840     START SO-LINE-FILE KEY IS NOT LESS THAN SOL-KEY
006850         INVALID KEY
006860             MOVE 'Y' TO WS-LIST-DONE-SW
006870     END-START
006880     PERFORM UNTIL WS-LIST-DONE
006890         READ SO-LINE-FILE NEXT RECORD
006900             AT END
006910                 MOVE 'Y' TO WS-LIST-DONE-SW
006920             NOT AT END
006930                 IF SOL-ORDER-NO NOT EQUAL WS-ORDER-NO
006940                     MOVE 'Y' TO WS-LIST-DONE-SW
006950                 ELSE
006960                     IF SOL-OPEN
006970                         PERFORM 3100-CANCEL-OPEN-LINE
006980                             THRU 3100-CANCEL-OPEN-LINE-EXIT
006990                         ADD 1 TO WS-CANCELLED-LINES
007000                     END-IF
007010                 END-IF
007020         END-READ
007030     END-PERFORM
007040
007050     PERFORM 3900-SETTLE-ORDER-HEADER
007060         THRU 3900-SETTLE-ORDER-HEADER-EXIT
007070     CLOSE SO-LINE-FILE
007080     CLOSE SO-HEADER-FILE
007090     DISPLAY "Order lines cancelled: " WS-CANCELLED-LINES.
007100 4000-CANCEL-ORDER-EXIT.
007110     EXIT.
007120*
007130******************************************************************
007140*    5000-DISPLAY-ORDER
007150*    SHOWS ONE ORDER HEADER AND EVERY LINE ON IT, WITH WHAT EACH
007160*    LINE HAS ALLOCATED AND SHIPPED.
007170******************************************************************
007180 5000-DISPLAY-ORDER.
007190     DISPLAY "Enter Sales Order Number:"
007200     ACCEPT WS-ORDER-NO
007210     OPEN INPUT SO-HEADER-FILE
007220     IF WS-SOH-STATUS NOT EQUAL "00" AND
007230        WS-SOH-STATUS NOT EQUAL "05"
007240         DISPLAY "Unable to open order header file, status: "
007250                 WS-SOH-STATUS
007260         GO TO 5000-DISPLAY-ORDER-EXIT
007270     END-IF
007280     MOVE WS-ORDER-NO TO SOH-ORDER-NO
007290     READ SO-HEADER-FILE
007300         INVALID KEY
007310             DISPLAY "Sales order not found"
007320             CLOSE SO-HEADER-FILE
007330             GO TO 5000-DISPLAY-ORDER-EXIT
007340     END-READ
007350     DISPLAY "Order: " SOH-ORDER-NO " Customer: " SOH-CUSTOMER-ID
007360             " " SOH-CUSTOMER-NAME
007370     DISPLAY "Date: " SOH-ORDER-DATE " Cust PO: " SOH-CUSTOMER-PO
007380             " Status: " SOH-STATUS
007390     CLOSE SO-HEADER-FILE
007400
007410     OPEN INPUT SO-LINE-FILE
007420     IF WS-SOL-STATUS NOT EQUAL "00" AND
007430        WS-SOL-STATUS NOT EQUAL "05"
007440         DISPLAY "Unable to open order line file, status: "
007450                 WS-SOL-STATUS
007460         GO TO 5000-DISPLAY-ORDER-EXIT
007470     END-IF
007480     MOVE 'N' TO WS-LIST-DONE-SW
007490     MOVE WS-ORDER-NO TO SOL-ORDER-NO
007500     MOVE ZERO        TO SOL-LINE-NO
007510     START SO-LINE-FILE KEY IS NOT LESS THAN SOL-KEY
007520         INVALID KEY
007530             MOVE 'Y' TO WS-LIST-DONE-SW
007540     END-START
007550     PERFORM UNTIL WS-LIST-DONE
007560         READ SO-LINE-FILE NEXT RECORD
007570             AT END
007580                 MOVE 'Y' TO WS-LIST-DONE-SW
007590             NOT AT END
007600                 IF SOL-ORDER-NO NOT EQUAL WS-ORDER-NO
007610                     MOVE 'Y' TO WS-LIST-DONE-SW
007620                 ELSE
007630                     DISPLAY "Line: " SOL-LINE-NO
007640                             " Item: " SOL-ITEM-ID
007650                             " Whse: " SOL-WAREHOUSE-ID
007660                             " Ord: " SOL-ORDERED-QTY
007670                             " Alloc: " SOL-ALLOCATED-QTY
007680                             " Ship: " SOL-SHIPPED-QTY
007690                             " Status: " SOL-LINE-STATUS
007700                 END-IF
007710         END-READ
007720     END-PERFORM
007730     CLOSE SO-LINE-FILE.
007740 5000-DISPLAY-ORDER-EXIT.
007750     EXIT.
007760*
007770******************************************************************
007780*    5500-WRITE-ALLOC-PLACED-AUDIT
007790*    APPENDS AN ALLOCATION-PLACED ROW TO THE AUDIT LOG.  THE OLD
007800*    AND NEW VALUES CARRY THE ALLOCATED QUANTITY.
007810******************************************************************
007820 5500-WRITE-ALLOC-PLACED-AUDIT.
007830     MOVE WS-ITEM-ID         TO AUDIT-ITEM-ID
007840     MOVE WS-WAREHOUSE-ID    TO AUDIT-WAREHOUSE-ID
007850     SET AUDIT-ALLOC-PLACED  TO TRUE
007860     MOVE WS-AUDIT-OLD-ALLOC TO AUDIT-OLD-VALUE
007870     MOVE WS-AUDIT-NEW-ALLOC TO AUDIT-NEW-VALUE
007880     ACCEPT AUDIT-DATE       FROM DATE YYYYMMDD
007890     ACCEPT AUDIT-TIME       FROM TIME
007900     MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
007910
007920     OPEN EXTEND AUDIT-FILE
007930     IF WS-AUD-STATUS EQUAL "35"
007940         OPEN OUTPUT AUDIT-FILE
007950         CLOSE AUDIT-FILE
007960         OPEN EXTEND AUDIT-FILE
007970     END-IF
007980     IF WS-AUD-STATUS NOT EQUAL "00"
007990         DISPLAY "Unable to open audit file, status: "
008000                 WS-AUD-STATUS
008010         GO TO 5500-WRITE-ALLOC-PLACED-AUDIT-EXIT
008020     END-IF
008030     WRITE AUDIT-RECORD
008040     CLOSE AUDIT-FILE.
008050 5500-WRITE-ALLOC-PLACED-AUDIT-EXIT.
008060     EXIT.
008070*
008080******************************************************************
008090*    5600-WRITE-ALLOC-RELEASED-AUDIT
008100*    APPENDS AN ALLOCATION-RELEASED ROW TO THE AUDIT LOG.  THE
008110*    OLD AND NEW VALUES CARRY THE ALLOCATED QUANTITY.
008120******************************************************************
008130 5600-WRITE-ALLOC-RELEASED-AUDIT.
008140     MOVE WS-ITEM-ID          TO AUDIT-ITEM-ID
008150     MOVE WS-WAREHOUSE-ID     TO AUDIT-WAREHOUSE-ID
008160     SET AUDIT-ALLOC-RELEASED TO TRUE
008170     MOVE WS-AUDIT-OLD-ALLOC  TO AUDIT-OLD-VALUE
008180     MOVE WS-AUDIT-NEW-ALLOC  TO AUDIT-NEW-VALUE
008190     ACCEPT AUDIT-DATE        FROM DATE YYYYMMDD
008200     ACCEPT AUDIT-TIME        FROM TIME
008210     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
008220
008230     OPEN EXTEND AUDIT-FILE
008240     IF WS-AUD-STATUS EQUAL "35"
008250         OPEN OUTPUT AUDIT-FILE
008260         CLOSE AUDIT-FILE
008270         OPEN EXTEND AUDIT-FILE
008280     END-IF
008290     IF WS-AUD-STATUS NOT EQUAL "00"
008300         DISPLAY "Unable to open audit file, status: "
008310                 WS-AUD-STATUS
008320         GO TO 5600-WRITE-ALLOC-RELEASED-AUDIT-EXIT
008330     END-IF
008340     WRITE AUDIT-RECORD
008350     CLOSE AUDIT-FILE.
008360 5600-WRITE-ALLOC-RELEASED-AUDIT-EXIT.
008370     EXIT.
008380*
008390******************************************************************
008400*    6100-WRITE-SO-CONTROL
008410*    SAVES THE LAST SALES-ORDER NUMBER ASSIGNED AS SOON AS IT IS
008420*    TAKEN, SO NO LATER SESSION CAN HAND IT OUT AGAIN.
008430******************************************************************
008440 6100-WRITE-SO-CONTROL.
008450     MOVE WS-NEXT-ORDER-NO TO SOC-LAST-ORDER-NO
008460     OPEN OUTPUT SO-CONTROL-FILE
008470     IF WS-SOC-STATUS NOT EQUAL "00"
008480         DISPLAY "Unable to open order control file, status: "
008490                 WS-SOC-STATUS
008500         GO TO 6100-WRITE-SO-CONTROL-EXIT
008510     END-IF
008520     WRITE SO-CONTROL-RECORD
008530     CLOSE SO-CONTROL-FILE.
008540 6100-WRITE-SO-CONTROL-EXIT.
008550     EXIT.
008560*
008570******************************************************************
008580*    8100-WRITE-SECURITY-LOG
008590*    APPENDS ONE EVENT TO THE SECURITY LOG.  THE CALLER SETS
008600*    WS-SEC-EVENT AND WS-SEC-DETAIL FIRST.
008610******************************************************************
008620 8100-WRITE-SECURITY-LOG.
008630     ACCEPT SEC-DATE FROM DATE YYYYMMDD
008640     ACCEPT SEC-TIME FROM TIME
008650     MOVE "SALES-ORDER-ENTRY" TO SEC-PROGRAM
008660     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
008670     MOVE WS-SEC-EVENT   TO SEC-EVENT-TYPE
008680     MOVE WS-SEC-DETAIL  TO SEC-DETAIL
008690
008700     OPEN EXTEND SECURITY-LOG-FILE
008710     IF WS-SEC-STATUS EQUAL "35"
008720         OPEN OUTPUT SECURITY-LOG-FILE
008730         CLOSE SECURITY-LOG-FILE
008740         OPEN EXTEND SECURITY-LOG-FILE
008750     END-IF
008760     IF WS-SEC-STATUS NOT EQUAL "00"
008770         DISPLAY "Unable to open security log, status: "
008780                 WS-SEC-STATUS
008790         GO TO 8100-WRITE-SECURITY-LOG-EXIT
008800     END-IF
008810     WRITE SECURITY-LOG-RECORD
008820     CLOSE SECURITY-LOG-FILE.
008830 8100-WRITE-SECURITY-LOG-EXIT.
008840     EXIT.
