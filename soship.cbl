000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SALES-ORDER-SHIP-CONFIRM.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  INTERACTIVE SHIP CONFIRMATION FOR SALES ORDERS.
000090*                  THE SHIPPING CLERK KEYS AN ORDER NUMBER AND IS
000100*                  WALKED THROUGH EACH OPEN LINE, CONFIRMING THE
000110*                  QUANTITY ACTUALLY SHIPPED - NEVER MORE THAN
000120*                  THE LINE HAS ALLOCATED.  A CONFIRMED LINE
000130*                  TAKES THE SHIPPED QUANTITY OFF ITEM-QUANTITY,
000140*                  LOGGED AS CHANGE TYPE 'H', AND RELEASES THE
000150*                  LINE'S WHOLE ALLOCATION FROM
000160*                  ITEM-ALLOCATED-QTY, LOGGED AS TYPE 'L' - SO A
000170*                  SHORT SHIPMENT HANDS WHATEVER IT DID NOT SHIP
000180*                  BACK TO AVAILABLE-TO-PROMISE.  THE LINE IS
000190*                  THEN CLOSED, AND THE ORDER IS CLOSED ONCE NO
000200*                  LINE IS LEFT OPEN.
000210*
000220*    MODIFICATION HISTORY
000230*    DATE       INIT  DESCRIPTION
000240*    ---------  ----  -------------------------------------------
000250*    2026-10-14 JRM   ORIGINAL PROGRAM.
000254*    2026-10-14 JRM   SHIPPED STOCK IS TAKEN OFF THE LOT-BALANCE
000258*                     FILE, EARLIEST-EXPIRING LOT FIRST.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SO-HEADER-FILE ASSIGN TO "soheader.dat"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS SOH-ORDER-NO
000340         FILE STATUS IS WS-SOH-STATUS.
000350
000360     SELECT SO-LINE-FILE ASSIGN TO "soline.dat"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS SOL-KEY
000400         FILE STATUS IS WS-SOL-STATUS.
000410
000420     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS INVENTORY-KEY
000460         FILE STATUS IS WS-INV-STATUS.
000470
000480     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "auditlog.dat"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUD-STATUS.
000510
000520     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS OPR-ID
000560         FILE STATUS IS WS-OPR-STATUS.
000570
000580     SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "seclog.dat"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SEC-STATUS.
000601
000602     SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO "lotbal.dat"
000603         ORGANIZATION IS INDEXED
000604         ACCESS MODE IS DYNAMIC
000605         RECORD KEY IS LOT-KEY
000606         FILE STATUS IS WS-LOT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SO-HEADER-FILE.
000640     COPY SOHDR.
000650*
000660 FD  SO-LINE-FILE.
000670     COPY SOLINE.
000680*
000690 FD  INVENTORY-FILE.
000700     COPY INVREC.
000710*
000720 FD  AUDIT-FILE.
000730     COPY AUDREC.
000740*
000750 FD  OPERATOR-FILE.
000760     COPY OPERREC.
000770*
000780 FD  SECURITY-LOG-FILE.
000790     COPY SECREC.
000800*
000803 FD  LOT-BALANCE-FILE.
000806     COPY LOTREC.
000809*
000810 WORKING-STORAGE SECTION.
000820******************************************************************
000830*    SWITCHES AND FLAGS
000840******************************************************************
000850 01  WS-SWITCHES.
000860     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000870         88  WS-EOF                       VALUE 'Y'.
000880     05  WS-FOUND-SW          PIC X(01)   VALUE 'N'.
000890         88  WS-FOUND                     VALUE 'Y'.
000900     05  WS-SIGNED-ON-SW      PIC X(01)   VALUE 'N'.
000910         88  WS-SIGNED-ON                 VALUE 'Y'.
000920     05  WS-LIST-DONE-SW      PIC X(01)   VALUE 'N'.
000930         88  WS-LIST-DONE                 VALUE 'Y'.
000934     05  WS-LOT-DONE-SW       PIC X(01)   VALUE 'N'.
000938         88  WS-LOT-DONE                  VALUE 'Y'.
000940*
000950******************************************************************
000960*    FILE STATUS AND SHIPPING WORK AREAS
000970******************************************************************
000980 01  WS-SOH-STATUS            PIC X(02).
000990 01  WS-SOL-STATUS            PIC X(02).
001000 01  WS-INV-STATUS            PIC X(02).
001010 01  WS-AUD-STATUS            PIC X(02).
001020 01  WS-OPR-STATUS            PIC X(02).
001030 01  WS-SEC-STATUS            PIC X(02).
001035 01  WS-LOT-STATUS            PIC X(02).
001040 01  WS-OPERATOR-ID           PIC X(05).
001050 01  WS-PASSWORD              PIC X(08).
001060 01  WS-AUTH-LEVEL            PIC 9(01)   VALUE ZERO.
001070     88  WS-SUPERVISOR                    VALUE 2.
001080 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
001090 01  WS-SEC-EVENT             PIC X(01).
001100 01  WS-SEC-DETAIL            PIC X(30).
001110 01  WS-ORDER-NO              PIC 9(06).
001120 01  WS-CONFIRM-REPLY         PIC X(01).
001130 01  WS-ITEM-ID               PIC 9(05).
001140 01  WS-WAREHOUSE-ID          PIC X(05).
001150 01  WS-SHIP-QTY              PIC 9(05).
001160 01  WS-RELEASE-QTY           PIC 9(05).
001170 01  WS-OPEN-LINES            PIC 9(03).
001180 01  WS-SHIPPED-LINES         PIC 9(03).
001190*
001200******************************************************************
001210*    RUN TOTALS
001220******************************************************************
001230 01  WS-TOTALS.
001240     05  WS-LINES-SHIPPED     PIC 9(07)   COMP VALUE ZERO.
001250     05  WS-LINES-SHORT       PIC 9(07)   COMP VALUE ZERO.
001260     05  WS-ORDERS-CLOSED     PIC 9(07)   COMP VALUE ZERO.
001270     05  WS-UNITS-SHIPPED     PIC 9(07)   COMP VALUE ZERO.
001280*
001290******************************************************************
001300*    AUDIT LOGGING WORK AREAS - THE SHIPMENT ROW CARRIES ON-HAND,
001310*    THE RELEASE ROW CARRIES THE ALLOCATED QUANTITY.
001320******************************************************************
001330 01  WS-AUDIT-OLD-QTY         PIC 9(05).
001340 01  WS-AUDIT-NEW-QTY         PIC 9(05).
001350 01  WS-AUDIT-OLD-ALLOC       PIC 9(05).
001360 01  WS-AUDIT-NEW-ALLOC       PIC 9(05).
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
001410*    CONTROLS THE SHIP CONFIRMATION LOOP.
001420******************************************************************
001430 0000-MAINLINE.
001440     PERFORM 0100-INITIALIZE
001450         THRU 0100-INITIALIZE-EXIT
001460     PERFORM UNTIL WS-EOF
001470         PERFORM 2000-CONFIRM-ORDER
001480             THRU 2000-CONFIRM-ORDER-EXIT
001490     END-PERFORM
001500     PERFORM 9000-TERMINATE
001510         THRU 9000-TERMINATE-EXIT
001520     STOP RUN.
001530*
001540******************************************************************
001550*    0100-INITIALIZE
001560*    SIGNS THE OPERATOR ON AGAINST THE OPERATOR MASTER.  THREE
001570*    FAILED ATTEMPTS END THE SESSION.
001580******************************************************************
001590 0100-INITIALIZE.
001600     DISPLAY "Sales Order Ship Confirmation"
001610     PERFORM 0110-SIGN-ON-ATTEMPT
001620         THRU 0110-SIGN-ON-ATTEMPT-EXIT
001630         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
001640     IF NOT WS-SIGNED-ON
001650         DISPLAY "Too many failed sign-on attempts"
001660         MOVE 'Y' TO WS-EOF-SW
001670     END-IF.
001680 0100-INITIALIZE-EXIT.
001690     EXIT.
001700*
001710******************************************************************
001720*    0110-SIGN-ON-ATTEMPT
001730*    VERIFIES ONE OPERATOR ID AND PASSWORD AGAINST THE OPERATOR
001740*    MASTER.  A MISS, A WRONG PASSWORD, OR AN INACTIVE OPERATOR
001750*    ALL FAIL THE SAME WAY AND ARE LOGGED, SO THE PROMPT GIVES
001760*    NOTHING AWAY.
001770******************************************************************
001780 0110-SIGN-ON-ATTEMPT.
001790     ADD 1 TO WS-SIGNON-TRIES
001800     DISPLAY "Enter Operator ID:"
001810     ACCEPT WS-OPERATOR-ID
001820     DISPLAY "Enter Password:"
001830     ACCEPT WS-PASSWORD
001840     MOVE 'N' TO WS-FOUND-SW
001850     OPEN INPUT OPERATOR-FILE
001860     IF WS-OPR-STATUS NOT EQUAL "00"
001870         DISPLAY "Unable to open operator file, status: "
001880                 WS-OPR-STATUS
001890         GO TO 0110-SIGN-ON-ATTEMPT-EXIT
001900     END-IF
001910     MOVE WS-OPERATOR-ID TO OPR-ID
001920     READ OPERATOR-FILE
001930         INVALID KEY
001940             CONTINUE
001950         NOT INVALID KEY
001960             IF OPR-ACTIVE AND OPR-PASSWORD EQUAL WS-PASSWORD
001970                 MOVE 'Y' TO WS-FOUND-SW
001980             END-IF
001990     END-READ
002000     CLOSE OPERATOR-FILE
002010     IF WS-FOUND
002020         MOVE OPR-AUTH-LEVEL TO WS-AUTH-LEVEL
002030         MOVE 'Y' TO WS-SIGNED-ON-SW
002040         DISPLAY "Signed on: " OPR-NAME
002050     ELSE
002060         DISPLAY "Sign-on failed"
002070         MOVE 'F' TO WS-SEC-EVENT
002080         MOVE "Invalid id or password" TO WS-SEC-DETAIL
002090         PERFORM 8100-WRITE-SECURITY-LOG
002100             THRU 8100-WRITE-SECURITY-LOG-EXIT
002110     END-IF.
002120 0110-SIGN-ON-ATTEMPT-EXIT.
002130     EXIT.
002140*
002150******************************************************************
002160*    2000-CONFIRM-ORDER
002170*    TAKES ONE ORDER NUMBER AND WALKS ITS OPEN LINES.  A LINE
002180*    THE CLERK DOES NOT CONFIRM IS LEFT OPEN FOR A LATER
002190*    SHIPMENT.  WHEN NO LINE IS LEFT OPEN THE ORDER IS CLOSED.
002200******************************************************************
002210 2000-CONFIRM-ORDER.
002220     DISPLAY "Enter Sales Order Number (0 to exit):"
002230     ACCEPT WS-ORDER-NO
002240     IF WS-ORDER-NO EQUAL ZERO
002250         MOVE 'Y' TO WS-EOF-SW
002260         GO TO 2000-CONFIRM-ORDER-EXIT
002270     END-IF
002280
002290     OPEN I-O SO-HEADER-FILE
002300     IF WS-SOH-STATUS NOT EQUAL "00"
002310         DISPLAY "Unable to open order header file, status: "
002320                 WS-SOH-STATUS
002330         GO TO 2000-CONFIRM-ORDER-EXIT
002340     END-IF
002350     MOVE WS-ORDER-NO TO SOH-ORDER-NO
002360     READ SO-HEADER-FILE
002370         INVALID KEY
002380             DISPLAY "Sales order not found"
002390             CLOSE SO-HEADER-FILE
002400             GO TO 2000-CONFIRM-ORDER-EXIT
002410     END-READ
002420     IF NOT SOH-OPEN
002430         DISPLAY "Sales order is not open - status " SOH-STATUS
002440         CLOSE SO-HEADER-FILE
002450         GO TO 2000-CONFIRM-ORDER-EXIT
002460     END-IF
002470     DISPLAY "Order: " SOH-ORDER-NO " Customer: " SOH-CUSTOMER-ID
002480             " " SOH-CUSTOMER-NAME
002490     OPEN I-O SO-LINE-FILE
002500     IF WS-SOL-STATUS NOT EQUAL "00"
002510         DISPLAY "Unable to open order line file, status: "
002520                 WS-SOL-STATUS
002530         CLOSE SO-HEADER-FILE
002540         GO TO 2000-CONFIRM-ORDER-EXIT
002550     END-IF
002560
002570     MOVE ZERO TO WS-OPEN-LINES
002580     MOVE ZERO TO WS-SHIPPED-LINES
002590     MOVE 'N' TO WS-LIST-DONE-SW
002600     MOVE WS-ORDER-NO TO SOL-ORDER-NO
002610     MOVE ZERO        TO SOL-LINE-NO
002620     START SO-LINE-FILE KEY IS NOT LESS THAN SOL-KEY
002630         INVALID KEY
002640             MOVE 'Y' TO WS-LIST-DONE-SW
002650     END-START
002660     PERFORM UNTIL WS-LIST-DONE
002670         READ SO-LINE-FILE NEXT RECORD
002680             AT END
002690                 MOVE 'Y' TO WS-LIST-DONE-SW
002700             NOT AT END
002710                 IF SOL-ORDER-NO NOT EQUAL WS-ORDER-NO
002720                     MOVE 'Y' TO WS-LIST-DONE-SW
002730                 ELSE
002740                     IF SOL-OPEN
002750                         PERFORM 2100-CONFIRM-LINE
002760                             THRU 2100-CONFIRM-LINE-EXIT
002770                     END-IF
002780                     IF SOL-OPEN
002790                         ADD 1 TO WS-OPEN-LINES
002800                     END-IF
002810                     IF SOL-SHIPPED
002820                         ADD 1 TO WS-SHIPPED-LINES
002830                     END-IF
002840                 END-IF
002850         END-READ
002860     END-PERFORM
002870     CLOSE SO-LINE-FILE
002880
002890     IF WS-OPEN-LINES EQUAL ZERO
002900         MOVE WS-ORDER-NO TO SOH-ORDER-NO
002910         READ SO-HEADER-FILE
002920             INVALID KEY
002930                 CONTINUE
002940             NOT INVALID KEY
002950                 IF WS-SHIPPED-LINES > ZERO
002960                     SET SOH-CLOSED TO TRUE
002970                 ELSE
002980                     SET SOH-CANCELLED TO TRUE
002990                 END-IF
003000                 REWRITE SO-HEADER-RECORD
003010                 ADD 1 TO WS-ORDERS-CLOSED
003020                 DISPLAY "Order " WS-ORDER-NO " closed"
003030         END-READ
003040     ELSE
003050         DISPLAY "Order " WS-ORDER-NO " lines still open: "
003060                 WS-OPEN-LINES
003070     END-IF
003080     CLOSE SO-HEADER-FILE.
003090 2000-CONFIRM-ORDER-EXIT.
003100     EXIT.
003110*
003120******************************************************************
003130*    2100-CONFIRM-LINE
003140*    CONFIRMS ONE OPEN LINE.  THE SHIPPED QUANTITY MAY NOT EXCEED
003150*    WHAT THE LINE HAS ALLOCATED.  THE MASTER IS UPDATED FIRST -
003160*    ON-HAND DOWN BY WHAT SHIPPED, ALLOCATED DOWN BY ALL THE LINE
003170*    HELD - AND THE LINE IS THEN CLOSED.  THE LINE FILE IS OPEN
003180*    I-O WITH THE LINE JUST READ.
003190******************************************************************
003200 2100-CONFIRM-LINE.
003210     DISPLAY "Line: " SOL-LINE-NO " Item: " SOL-ITEM-ID
003220             " " SOL-ITEM-NAME " Whse: " SOL-WAREHOUSE-ID
003230     DISPLAY "      Ordered: " SOL-ORDERED-QTY
003240             " Allocated: " SOL-ALLOCATED-QTY
003250     DISPLAY "Confirm shipment of this line (Y/N)?"
003260     ACCEPT WS-CONFIRM-REPLY
003270     IF WS-CONFIRM-REPLY NOT EQUAL 'Y' AND
003280        WS-CONFIRM-REPLY NOT EQUAL 'y'
003290         DISPLAY "Line left open"
003300         GO TO 2100-CONFIRM-LINE-EXIT
003310     END-IF
003320     DISPLAY "Enter Quantity Shipped:"
003330     ACCEPT WS-SHIP-QTY
003340     IF WS-SHIP-QTY > SOL-ALLOCATED-QTY
003350         DISPLAY "Only " SOL-ALLOCATED-QTY " allocated to this "
003360                 "line - line left open"
003370         GO TO 2100-CONFIRM-LINE-EXIT
003380     END-IF
003390
003400     OPEN I-O INVENTORY-FILE
003410     IF WS-INV-STATUS NOT EQUAL "00"
003420         DISPLAY "Unable to open inventory file, status: "
003430                 WS-INV-STATUS
003440         GO TO 2100-CONFIRM-LINE-EXIT
003450     END-IF
003460     MOVE SOL-ITEM-ID      TO ITEM-ID
003470     MOVE SOL-WAREHOUSE-ID TO WAREHOUSE-ID
003480     READ INVENTORY-FILE
003490         INVALID KEY
003500             DISPLAY "Item not on inventory master - "
003510                     "line left open"
003520             CLOSE INVENTORY-FILE
003530             GO TO 2100-CONFIRM-LINE-EXIT
003540     END-READ
003550     IF WS-SHIP-QTY > ITEM-QUANTITY
003560         DISPLAY "Only " ITEM-QUANTITY " on hand - line left open"
003570         CLOSE INVENTORY-FILE
003580         GO TO 2100-CONFIRM-LINE-EXIT
003590     END-IF
003600
003610     MOVE SOL-ITEM-ID      TO WS-ITEM-ID
003620     MOVE SOL-WAREHOUSE-ID TO WS-WAREHOUSE-ID
003630     MOVE SOL-ALLOCATED-QTY TO WS-RELEASE-QTY
003640     IF WS-RELEASE-QTY > ITEM-ALLOCATED-QTY
003650         MOVE ITEM-ALLOCATED-QTY TO WS-RELEASE-QTY
003660     END-IF
003670     MOVE ITEM-QUANTITY      TO WS-AUDIT-OLD-QTY
003680     MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-OLD-ALLOC
003690     SUBTRACT WS-SHIP-QTY    FROM ITEM-QUANTITY
003700     SUBTRACT WS-RELEASE-QTY FROM ITEM-ALLOCATED-QTY
003710     MOVE ITEM-QUANTITY      TO WS-AUDIT-NEW-QTY
003720     MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-NEW-ALLOC
003730     IF WS-SHIP-QTY > ZERO
003740         ACCEPT ITEM-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD
003750     END-IF
003760     REWRITE INVENTORY-RECORD
003761     MOVE SOL-ITEM-ID        TO WS-LOT-ITEM-ID
003762     MOVE SOL-WAREHOUSE-ID   TO WS-LOT-WAREHOUSE-ID
003763     MOVE ITEM-QUANTITY      TO WS-LOT-TARGET-QTY
003764     PERFORM 8500-ALIGN-LOT-BALANCES
003765         THRU 8500-ALIGN-LOT-BALANCES-EXIT
003770     CLOSE INVENTORY-FILE
003780
003790     IF WS-SHIP-QTY > ZERO
003800         PERFORM 5000-WRITE-SHIPMENT-AUDIT
003810             THRU 5000-WRITE-SHIPMENT-AUDIT-EXIT
003820     END-IF
003830     IF WS-RELEASE-QTY > ZERO
003840         PERFORM 5600-WRITE-ALLOC-RELEASED-AUDIT
003850             THRU 5600-WRITE-ALLOC-RELEASED-AUDIT-EXIT
003860     END-IF
003870
003880     MOVE WS-SHIP-QTY TO SOL-SHIPPED-QTY
003890     MOVE ZERO        TO SOL-ALLOCATED-QTY
003900     ACCEPT SOL-SHIP-DATE FROM DATE YYYYMMDD
003910     SET SOL-SHIPPED TO TRUE
003920     REWRITE SO-LINE-RECORD
003930     ADD 1 TO WS-LINES-SHIPPED
003940     ADD WS-SHIP-QTY TO WS-UNITS-SHIPPED
003950     IF WS-SHIP-QTY < SOL-ORDERED-QTY
003960         ADD 1 TO WS-LINES-SHORT
003970         DISPLAY "Line " SOL-LINE-NO " shipped short: "
003980                 WS-SHIP-QTY " of " SOL-ORDERED-QTY
003990     ELSE
004000         DISPLAY "Line " SOL-LINE-NO " shipped complete"
004010     END-IF.
004020 2100-CONFIRM-LINE-EXIT.
004030     EXIT.
004040*
004050******************************************************************
004060*    5000-WRITE-SHIPMENT-AUDIT
004070*    APPENDS A SHIPMENT ROW TO THE AUDIT LOG WITH CHANGE TYPE
004080*    'H'.  THE OLD AND NEW VALUES CARRY ON-HAND.
004090******************************************************************
004100 5000-WRITE-SHIPMENT-AUDIT.
004110     MOVE WS-ITEM-ID       TO AUDIT-ITEM-ID
004120     MOVE WS-WAREHOUSE-ID  TO AUDIT-WAREHOUSE-ID
004130     SET AUDIT-SHIPMENT    TO TRUE
004140     MOVE WS-AUDIT-OLD-QTY TO AUDIT-OLD-VALUE
004150     MOVE WS-AUDIT-NEW-QTY TO AUDIT-NEW-VALUE
004160     ACCEPT AUDIT-DATE     FROM DATE YYYYMMDD
004170     ACCEPT AUDIT-TIME     FROM TIME
004180     MOVE WS-OPERATOR-ID   TO AUDIT-OPERATOR-ID
004190
004200     OPEN EXTEND AUDIT-FILE
004210     IF WS-AUD-STATUS EQUAL "35"
004220         OPEN OUTPUT AUDIT-FILE
004230         CLOSE AUDIT-FILE
004240         OPEN EXTEND AUDIT-FILE
004250     END-IF
004260     IF WS-AUD-STATUS NOT EQUAL "00"
004270         DISPLAY "Unable to open audit file, status: "
004280                 WS-AUD-STATUS
004290         GO TO 5000-WRITE-SHIPMENT-AUDIT-EXIT
004300     END-IF
004310     WRITE AUDIT-RECORD
004320     CLOSE AUDIT-FILE.
004330 5000-WRITE-SHIPMENT-AUDIT-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370*    5600-WRITE-ALLOC-RELEASED-AUDIT
004380*    APPENDS AN ALLOCATION-RELEASED ROW TO THE AUDIT LOG.  THE
004390*    OLD AND NEW VALUES CARRY THE ALLOCATED QUANTITY.
004400******************************************************************
004410 5600-WRITE-ALLOC-RELEASED-AUDIT.
004420     MOVE WS-ITEM-ID          TO AUDIT-ITEM-ID
004430     MOVE WS-WAREHOUSE-ID     TO AUDIT-WAREHOUSE-ID
004440     SET AUDIT-ALLOC-RELEASED TO TRUE
004450     MOVE WS-AUDIT-OLD-ALLOC  TO AUDIT-OLD-VALUE
004460     MOVE WS-AUDIT-NEW-ALLOC  TO AUDIT-NEW-VALUE
004470     ACCEPT AUDIT-DATE        FROM DATE YYYYMMDD
004480     ACCEPT AUDIT-TIME        FROM TIME
004490     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004500
004510     OPEN EXTEND AUDIT-FILE
004520     IF WS-AUD-STATUS EQUAL "35"
004530         OPEN OUTPUT AUDIT-FILE
004540         CLOSE AUDIT-FILE
004550         OPEN EXTEND AUDIT-FILE
004560     END-IF
004570     IF WS-AUD-STATUS NOT EQUAL "00"
004580         DISPLAY "Unable to open audit file, status: "
004590                 WS-AUD-STATUS
004600         GO TO 5600-WRITE-ALLOC-RELEASED-AUDIT-EXIT
004610     END-IF
004620     WRITE AUDIT-RECORD
004630     CLOSE AUDIT-FILE.
004640 5600-WRITE-ALLOC-RELEASED-AUDIT-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680*    9000-TERMINATE
004690*    PRINTS THE SESSION TOTALS.
004700******************************************************************
004710 9000-TERMINATE.
004720     DISPLAY "Ship confirmation session complete."
004730     DISPLAY "Lines shipped:        " WS-LINES-SHIPPED
004740     DISPLAY "Lines shipped short:  " WS-LINES-SHORT
004750     DISPLAY "Units shipped:        " WS-UNITS-SHIPPED
004760     DISPLAY "Orders closed:        " WS-ORDERS-CLOSED.
004770 9000-TERMINATE-EXIT.
004780     EXIT.
004790*
004800******************************************************************
004810*    8100-WRITE-SECURITY-LOG
004820*    APPENDS ONE EVENT TO THE SECURITY LOG.  THE CALLER SETS
004830*    WS-SEC-EVENT AND WS-SEC-DETAIL FIRST.
004840******************************************************************
004850 8100-WRITE-SECURITY-LOG.
004860     ACCEPT SEC-DATE FROM DATE YYYYMMDD
004870     ACCEPT SEC-TIME FROM TIME
004880     MOVE "SALES-ORDER-SHIP-CONFIRM" TO SEC-PROGRAM
004890     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
004900     MOVE WS-SEC-EVENT   TO SEC-EVENT-TYPE
004910     MOVE WS-SEC-DETAIL  TO SEC-DETAIL
004920
004930     OPEN EXTEND SECURITY-LOG-FILE
004940     IF WS-SEC-STATUS EQUAL "35"
004950         OPEN OUTPUT SECURITY-LOG-FILE
004960         CLOSE SECURITY-LOG-FILE
004970         OPEN EXTEND SECURITY-LOG-FILE
004980     END-IF
004990     IF WS-SEC-STATUS NOT EQUAL "00"
005000         DISPLAY "Unable to open security log, status: "
005010                 WS-SEC-STATUS
005020         GO TO 8100-WRITE-SECURITY-LOG-EXIT
005030     END-IF
005040     WRITE SECURITY-LOG-RECORD
005050     CLOSE SECURITY-LOG-FILE.
005060 8100-WRITE-SECURITY-LOG-EXIT.
005070     EXIT.
005080*
005090******************************************************************
005100*    8500-ALIGN-LOT-BALANCES
005110*    BRINGS THE LOT ROWS FOR WS-LOT-ITEM-ID AT WS-LOT-WAREHOUSE-ID
005120*    INTO LINE WITH THE MASTER QUANTITY IN WS-LOT-TARGET-QTY.  A
005130*    SHORTFALL IS ADDED TO THE UNLOTTED ROW; AN EXCESS IS TAKEN
005140*    OFF THE LOTS FIRST-EXPIRED-FIRST-OUT.  PERFORMED AFTER EVERY
005150*    MASTER REWRITE THAT MOVES ITEM-QUANTITY, SO AN ISSUE COMES
005160*    OUT OF THE OLDEST-DATED STOCK AND THE LOTS ALWAYS ADD UP TO
005170*    THE MASTER.
005180******************************************************************
005190 8500-ALIGN-LOT-BALANCES.
005200     OPEN I-O LOT-BALANCE-FILE
005210     IF WS-LOT-STATUS NOT EQUAL "00" AND
005220        WS-LOT-STATUS NOT EQUAL "05"
005230         DISPLAY "Unable to open lot balance file, status: "
005240                 WS-LOT-STATUS
005250         GO TO 8500-ALIGN-LOT-BALANCES-EXIT
005260     END-IF
005270     MOVE ZERO TO WS-LOT-ON-FILE-QTY
005280     PERFORM 8505-START-LOT-SCAN
005290         THRU 8505-START-LOT-SCAN-EXIT
005300     PERFORM 8510-TOTAL-ONE-LOT
005310         THRU 8510-TOTAL-ONE-LOT-EXIT
005320         UNTIL WS-LOT-DONE
005330     IF WS-LOT-ON-FILE-QTY < WS-LOT-TARGET-QTY
005340         COMPUTE WS-LOT-ADD-QTY =
005350             WS-LOT-TARGET-QTY - WS-LOT-ON-FILE-QTY
005360         MOVE SPACES   TO WS-LOT-ADD-NUMBER
005370         MOVE 99999999 TO WS-LOT-ADD-EXPIRY
005380         PERFORM 8530-ADD-TO-LOT
005390             THRU 8530-ADD-TO-LOT-EXIT
005400     END-IF
005410     IF WS-LOT-ON-FILE-QTY > WS-LOT-TARGET-QTY
005420         COMPUTE WS-LOT-EXCESS-QTY =
005430             WS-LOT-ON-FILE-QTY - WS-LOT-TARGET-QTY
005440         PERFORM 8505-START-LOT-SCAN
005450             THRU 8505-START-LOT-SCAN-EXIT
005460         PERFORM 8520-ISSUE-ONE-LOT
005470             THRU 8520-ISSUE-ONE-LOT-EXIT
005480             UNTIL WS-LOT-DONE
005490     END-IF
005500     CLOSE LOT-BALANCE-FILE.
005510 8500-ALIGN-LOT-BALANCES-EXIT.
005520     EXIT.
005530*
005540******************************************************************
005550*    8505-START-LOT-SCAN
005560*    POSITIONS THE LOT FILE AT THE FIRST (EARLIEST-EXPIRING) LOT
005570*    FOR THE ITEM AND WAREHOUSE.
005580******************************************************************
005590 8505-START-LOT-SCAN.
005600     MOVE 'N' TO WS-LOT-DONE-SW
005610     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
005620     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
005630     MOVE ZERO                TO LOT-EXPIRY-DATE
005640     MOVE SPACES              TO LOT-NUMBER
005650     START LOT-BALANCE-FILE KEY IS NOT LESS THAN LOT-KEY
005660         INVALID KEY
005670             MOVE 'Y' TO WS-LOT-DONE-SW
005680     END-START.
005690 8505-START-LOT-SCAN-EXIT.
005700     EXIT.
005710*
005720******************************************************************
005730*    8510-TOTAL-ONE-LOT
005740*    ADDS ONE LOT OF THE ITEM AND WAREHOUSE TO THE ON-FILE TOTAL.
005750******************************************************************
005760 8510-TOTAL-ONE-LOT.
005770     READ LOT-BALANCE-FILE NEXT RECORD
005780         AT END
005790             MOVE 'Y' TO WS-LOT-DONE-SW
005800             GO TO 8510-TOTAL-ONE-LOT-EXIT
005810     END-READ
005820     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
005830        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
005840         MOVE 'Y' TO WS-LOT-DONE-SW
005850         GO TO 8510-TOTAL-ONE-LOT-EXIT
005860     END-IF
005870     ADD LOT-QUANTITY TO WS-LOT-ON-FILE-QTY.
005880 8510-TOTAL-ONE-LOT-EXIT.
005890     EXIT.
005900*
005910******************************************************************
005920*    8520-ISSUE-ONE-LOT
005930*    TAKES AS MUCH OF THE REMAINING EXCESS AS THE NEXT LOT HOLDS.
005940*    A LOT THAT IS USED UP IS DELETED.
005950******************************************************************
005960 8520-ISSUE-ONE-LOT.
005970     READ LOT-BALANCE-FILE NEXT RECORD
005980         AT END
005990             MOVE 'Y' TO WS-LOT-DONE-SW
006000             GO TO 8520-ISSUE-ONE-LOT-EXIT
006010     END-READ
006020     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
006030        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
006040         MOVE 'Y' TO WS-LOT-DONE-SW
006050         GO TO 8520-ISSUE-ONE-LOT-EXIT
006060     END-IF
006070     IF LOT-QUANTITY > WS-LOT-EXCESS-QTY
006080         MOVE WS-LOT-EXCESS-QTY TO WS-LOT-TAKE-QTY
006090     ELSE
006100         MOVE LOT-QUANTITY TO WS-LOT-TAKE-QTY
006110     END-IF
006120     SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QUANTITY
006130     SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-EXCESS-QTY
006140     IF LOT-QUANTITY EQUAL ZERO
006150         DELETE LOT-BALANCE-FILE RECORD
006160     ELSE
006170         REWRITE LOT-BALANCE-RECORD
006180     END-IF
006190     IF WS-LOT-EXCESS-QTY EQUAL ZERO
006200         MOVE 'Y' TO WS-LOT-DONE-SW
006210     END-IF.
006220 8520-ISSUE-ONE-LOT-EXIT.
006230     EXIT.
006240*
006250******************************************************************
006260*    8530-ADD-TO-LOT
006270*    ADDS WS-LOT-ADD-QTY TO THE LOT NAMED BY WS-LOT-ADD-NUMBER AND
006280*    WS-LOT-ADD-EXPIRY, CREATING IT IF IT IS NOT ON FILE.  THE LOT
006290*    FILE MUST ALREADY BE OPEN.
006300******************************************************************
006310 8530-ADD-TO-LOT.
006320     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
006330     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
006340     MOVE WS-LOT-ADD-EXPIRY   TO LOT-EXPIRY-DATE
006350     MOVE WS-LOT-ADD-NUMBER   TO LOT-NUMBER
006360     READ LOT-BALANCE-FILE
006370         INVALID KEY
006380             MOVE WS-LOT-ADD-QTY TO LOT-QUANTITY
006390             ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
006400             WRITE LOT-BALANCE-RECORD
006410         NOT INVALID KEY
006420             ADD WS-LOT-ADD-QTY TO LOT-QUANTITY
006430             REWRITE LOT-BALANCE-RECORD
006440     END-READ.
006450 8530-ADD-TO-LOT-EXIT.
006460     EXIT.
