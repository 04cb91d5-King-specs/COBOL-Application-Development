000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RETURN-TO-VENDOR.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  INTERACTIVE RETURN-TO-VENDOR / RECEIPT
000090*                  REVERSAL AGAINST A RECEIVED PURCHASE-ORDER
000100*                  LINE.  THE SUPERVISOR KEYS THE PO NUMBER,
000110*                  LINE, RETURN QUANTITY AND A REASON; THE
000120*                  PROGRAM TAKES THE QUANTITY BACK OFF
000130*                  PO-RECEIVED-QTY (REOPENING A CLOSED LINE, SINCE
000140*                  THE GOODS ARE AGAIN OWED), TAKES IT OFF
000150*                  ITEM-QUANTITY AT THE RECEIVING WAREHOUSE, LOGS
000160*                  THE RETURN TO THE AUDIT FILE AS CHANGE TYPE
000170*                  'V', AND APPENDS A DEBIT MEMO VALUED AT THE PO
000180*                  UNIT COST FOR AP.  A RETURN MAY ONLY TAKE
000190*                  UNALLOCATED STOCK - STOCK PROMISED THROUGH
000200*                  ITEM-ALLOCATED-QTY IS NEVER SENT BACK.  THE
000210*                  CARRYING COST IS LEFT AS IT IS: STOCK LEAVES AT
000220*                  THE AVERAGE, THE SAME AS ANY OTHER ISSUE.
000230*
000240*    MODIFICATION HISTORY
000250*    DATE       INIT  DESCRIPTION
000260*    ---------  ----  -------------------------------------------
000270*    2026-10-14 JRM   ORIGINAL PROGRAM.
000274*    2026-10-14 JRM   RETURNED STOCK IS TAKEN OFF THE LOT-
000278*                     BALANCE FILE, EARLIEST-EXPIRING LOT FIRST.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PO-MASTER-FILE ASSIGN TO "pomaster.dat"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PO-KEY
000360         FILE STATUS IS WS-POM-STATUS.
000370
000380     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS INVENTORY-KEY
000420         FILE STATUS IS WS-INV-STATUS.
000430
000440     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "auditlog.dat"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AUD-STATUS.
000470
000480     SELECT OPTIONAL DEBIT-MEMO-FILE ASSIGN TO "debitmemo.dat"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DBM-STATUS.
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
000630 FD  PO-MASTER-FILE.
000640     COPY POMAST.
000650*
000660 FD  INVENTORY-FILE.
000670     COPY INVREC.
000680*
000690 FD  AUDIT-FILE.
000700     COPY AUDREC.
000710*
000720 FD  DEBIT-MEMO-FILE.
000730     COPY DBMEMO.
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
000914     05  WS-LOT-DONE-SW       PIC X(01)   VALUE 'N'.
000918         88  WS-LOT-DONE                  VALUE 'Y'.
000920*
000930******************************************************************
000940*    FILE STATUS AND RETURN WORK AREAS
000950******************************************************************
000960 01  WS-POM-STATUS            PIC X(02).
000970 01  WS-INV-STATUS            PIC X(02).
000980 01  WS-AUD-STATUS            PIC X(02).
000990 01  WS-DBM-STATUS            PIC X(02).
001000 01  WS-OPR-STATUS            PIC X(02).
001010 01  WS-SEC-STATUS            PIC X(02).
001015 01  WS-LOT-STATUS            PIC X(02).
001020 01  WS-OPERATOR-ID           PIC X(05).
001030 01  WS-PASSWORD              PIC X(08).
001040 01  WS-AUTH-LEVEL            PIC 9(01)   VALUE ZERO.
001050     88  WS-SUPERVISOR                    VALUE 2.
001060 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
001070 01  WS-SEC-EVENT             PIC X(01).
001080 01  WS-SEC-DETAIL            PIC X(30).
001090 01  WS-PO-NUMBER             PIC 9(06).
001100 01  WS-PO-LINE-NO            PIC 9(03).
001110 01  WS-RETURN-QTY            PIC 9(05).
001120 01  WS-RETURN-REASON         PIC X(20).
001130 01  WS-FREE-QTY              PIC 9(05).
001140*
001150******************************************************************
001160*    SNAPSHOT OF THE PO LINE TAKEN BEFORE THE PO MASTER IS
001170*    CLOSED - THE STOCK POSTING, AUDIT ROW, AND DEBIT MEMO ALL
001180*    STILL NEED THE KEYS, THE VENDOR, AND THE PO UNIT COST.
001190******************************************************************
001200 01  WS-PO-VENDOR-ID          PIC X(05).
001210 01  WS-PO-ITEM-ID            PIC 9(05).
001220 01  WS-PO-WAREHOUSE-ID       PIC X(05).
001230 01  WS-PO-UNIT-COST          PIC 9(05)V99.
001240 01  WS-LINE-REOPENED-SW      PIC X(01).
001250     88  WS-LINE-REOPENED                 VALUE 'Y'.
001260*
001270******************************************************************
001280*    RUN TOTALS
001290******************************************************************
001300 01  WS-TOTALS.
001310     05  WS-RETURN-COUNT      PIC 9(07)   COMP VALUE ZERO.
001320     05  WS-REOPENED-COUNT    PIC 9(07)   COMP VALUE ZERO.
001330 01  WS-MEMO-TOTAL            PIC 9(11)V99 VALUE ZERO.
001335 01  WS-MEMO-AMOUNT           PIC 9(09)V99.
001340*
001350******************************************************************
001360*    AUDIT LOGGING WORK AREAS
001370******************************************************************
001380 01  WS-AUDIT-OLD-QTY         PIC 9(05).
001390 01  WS-AUDIT-NEW-QTY         PIC 9(05).
001391*
001392******************************************************************
001393*    LOT-BALANCE WORK AREAS - THE CALLER OF 8500 SETS THE ITEM,
001394*    THE WAREHOUSE, AND THE MASTER QUANTITY THE LOTS MUST ADD UP
001395*    TO.
001396******************************************************************
001397 01  WS-LOT-ITEM-ID           PIC 9(05).
001398 01  WS-LOT-WAREHOUSE-ID      PIC X(05).
001399 01  WS-LOT-TARGET-QTY        PIC 9(05).
001400 01  WS-LOT-ON-FILE-QTY       PIC 9(07).
001401 01  WS-LOT-EXCESS-QTY        PIC 9(07).
001402 01  WS-LOT-TAKE-QTY          PIC 9(05).
001403 01  WS-LOT-ADD-NUMBER        PIC X(10).
001404 01  WS-LOT-ADD-EXPIRY        PIC 9(08).
001405 01  WS-LOT-ADD-QTY           PIC 9(05).
001406*
001410 PROCEDURE DIVISION.
001420******************************************************************
001430*    0000-MAINLINE
001440*    CONTROLS THE RETURN ENTRY LOOP.
001450******************************************************************
001460 0000-MAINLINE.
001470     PERFORM 0100-INITIALIZE
001480         THRU 0100-INITIALIZE-EXIT
001490     PERFORM UNTIL WS-EOF
001500         PERFORM 2000-POST-RETURN
001510             THRU 2000-POST-RETURN-EXIT
001520     END-PERFORM
001530     PERFORM 9000-TERMINATE
001540         THRU 9000-TERMINATE-EXIT
001550     STOP RUN.
001560*
001570******************************************************************
001580*    0100-INITIALIZE
001590*    SIGNS THE OPERATOR ON AGAINST THE OPERATOR MASTER.  A
001600*    RETURN REVERSES A POSTED RECEIPT, SO ONLY A SUPERVISOR IS
001610*    LET IN; A STOCKROOM SIGN-ON IS REFUSED AND LOGGED.
001620******************************************************************
001630 0100-INITIALIZE.
001640     DISPLAY "Return To Vendor"
001650     PERFORM 0110-SIGN-ON-ATTEMPT
001660         THRU 0110-SIGN-ON-ATTEMPT-EXIT
001670         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
001680     IF NOT WS-SIGNED-ON
001690         DISPLAY "Too many failed sign-on attempts"
001700         MOVE 'Y' TO WS-EOF-SW
001710         GO TO 0100-INITIALIZE-EXIT
001720     END-IF
001730     IF NOT WS-SUPERVISOR
001740         DISPLAY "Supervisor authority is required here"
001750         MOVE 'D' TO WS-SEC-EVENT
001760         MOVE "Return to vendor entry" TO WS-SEC-DETAIL
001770         PERFORM 8100-WRITE-SECURITY-LOG
001780             THRU 8100-WRITE-SECURITY-LOG-EXIT
001790         MOVE 'Y' TO WS-EOF-SW
001800     END-IF.
001810 0100-INITIALIZE-EXIT.
001820     EXIT.
001830*
001840******************************************************************
001850*    0110-SIGN-ON-ATTEMPT
001860*    VERIFIES ONE OPERATOR ID AND PASSWORD AGAINST THE OPERATOR
001870*    MASTER.  A MISS, A WRONG PASSWORD, OR AN INACTIVE OPERATOR
001880*    ALL FAIL THE SAME WAY AND ARE LOGGED, SO THE PROMPT GIVES
001890*    NOTHING AWAY.
001900******************************************************************
001910 0110-SIGN-ON-ATTEMPT.
001920     ADD 1 TO WS-SIGNON-TRIES
001930     DISPLAY "Enter Operator ID:"
001940     ACCEPT WS-OPERATOR-ID
001950     DISPLAY "Enter Password:"
001960     ACCEPT WS-PASSWORD
001970     MOVE 'N' TO WS-FOUND-SW
001980     OPEN INPUT OPERATOR-FILE
001990     IF WS-OPR-STATUS NOT EQUAL "00"
002000         DISPLAY "Unable to open operator file, status: "
002010                 WS-OPR-STATUS
002020         GO TO 0110-SIGN-ON-ATTEMPT-EXIT
002030     END-IF
002040     MOVE WS-OPERATOR-ID TO OPR-ID
002050     READ OPERATOR-FILE
002060         INVALID KEY
002070             CONTINUE
002080         NOT INVALID KEY
002090             IF OPR-ACTIVE AND OPR-PASSWORD EQUAL WS-PASSWORD
002100                 MOVE 'Y' TO WS-FOUND-SW
002110             END-IF
002120     END-READ
002130     CLOSE OPERATOR-FILE
002140     IF WS-FOUND
002150         MOVE OPR-AUTH-LEVEL TO WS-AUTH-LEVEL
002160         MOVE 'Y' TO WS-SIGNED-ON-SW
002170         DISPLAY "Signed on: " OPR-NAME
002180     ELSE
002190         DISPLAY "Sign-on failed"
002200         MOVE 'F' TO WS-SEC-EVENT
002210         MOVE "Invalid id or password" TO WS-SEC-DETAIL
002220         PERFORM 8100-WRITE-SECURITY-LOG
002230             THRU 8100-WRITE-SECURITY-LOG-EXIT
002240     END-IF.
002250 0110-SIGN-ON-ATTEMPT-EXIT.
002260     EXIT.
002270*
002280******************************************************************
002290*    2000-POST-RETURN
002300*    POSTS ONE RETURN: VALIDATES THE PO LINE AND THE STOCK, TAKES
002310*    THE QUANTITY OFF THE LINE AND THE INVENTORY MASTER, AND LOGS
002320*    THE RETURN AND ITS DEBIT MEMO.  A QUANTITY BEYOND WHAT THE
002330*    LINE HAS RECEIVED, OR BEYOND THE UNALLOCATED STOCK AT THE
002340*    RECEIVING WAREHOUSE, IS REFUSED AND NOTHING IS CHANGED.
002350******************************************************************
002360 2000-POST-RETURN.
002370     DISPLAY "Enter PO Number (0 to exit):"
002380     ACCEPT WS-PO-NUMBER
002390     IF WS-PO-NUMBER EQUAL ZERO
002400         MOVE 'Y' TO WS-EOF-SW
002410         GO TO 2000-POST-RETURN-EXIT
002420     END-IF
002430     DISPLAY "Enter PO Line Number:"
002440     ACCEPT WS-PO-LINE-NO
002450     DISPLAY "Enter Quantity Returned:"
002460     ACCEPT WS-RETURN-QTY
002470     DISPLAY "Enter Return Reason:"
002480     ACCEPT WS-RETURN-REASON
002490     IF WS-RETURN-QTY EQUAL ZERO
002500         DISPLAY "Quantity must be greater than zero"
002510         GO TO 2000-POST-RETURN-EXIT
002520     END-IF
002530
002540     OPEN I-O PO-MASTER-FILE
002550     IF WS-POM-STATUS NOT EQUAL "00"
002560         DISPLAY "Unable to open PO master file, status: "
002570                 WS-POM-STATUS
002580         GO TO 2000-POST-RETURN-EXIT
002590     END-IF
002600     MOVE WS-PO-NUMBER  TO PO-NUMBER
002610     MOVE WS-PO-LINE-NO TO PO-LINE-NO
002620     READ PO-MASTER-FILE
002630         INVALID KEY
002640             DISPLAY "PO line not found"
002650             CLOSE PO-MASTER-FILE
002660             GO TO 2000-POST-RETURN-EXIT
002670     END-READ
002680     IF WS-RETURN-QTY > PO-RECEIVED-QTY
002690         DISPLAY "Quantity exceeds received quantity of "
002700                 PO-RECEIVED-QTY " - not posted"
002710         CLOSE PO-MASTER-FILE
002720         GO TO 2000-POST-RETURN-EXIT
002730     END-IF
002740
002750*    THE STOCK MUST BE CHECKED BEFORE THE PO LINE IS TOUCHED, SO
002760*    A REFUSED RETURN LEAVES BOTH FILES AS THEY WERE.
002770     OPEN I-O INVENTORY-FILE
002780     IF WS-INV-STATUS NOT EQUAL "00"
002790         DISPLAY "Unable to open inventory file, status: "
002800                 WS-INV-STATUS
002810         CLOSE PO-MASTER-FILE
002820         GO TO 2000-POST-RETURN-EXIT
002830     END-IF
002840     MOVE PO-ITEM-ID      TO ITEM-ID
002850     MOVE PO-WAREHOUSE-ID TO WAREHOUSE-ID
002860     READ INVENTORY-FILE
002870         INVALID KEY
002880             DISPLAY "Item not on inventory master - not posted"
002890             CLOSE INVENTORY-FILE
002900             CLOSE PO-MASTER-FILE
002910             GO TO 2000-POST-RETURN-EXIT
002920     END-READ
002930     IF ITEM-ALLOCATED-QTY NOT < ITEM-QUANTITY
002940         MOVE ZERO TO WS-FREE-QTY
002950     ELSE
002960         COMPUTE WS-FREE-QTY = ITEM-QUANTITY - ITEM-ALLOCATED-QTY
002970     END-IF
002980     IF WS-RETURN-QTY > WS-FREE-QTY
002990         DISPLAY "Only " WS-FREE-QTY " unallocated on hand - "
003000                 "allocated stock cannot be returned"
003010         CLOSE INVENTORY-FILE
003020         CLOSE PO-MASTER-FILE
003030         GO TO 2000-POST-RETURN-EXIT
003040     END-IF
003050
003060     MOVE 'N' TO WS-LINE-REOPENED-SW
003070     SUBTRACT WS-RETURN-QTY FROM PO-RECEIVED-QTY
003080     IF PO-LINE-CLOSED
003090         SET PO-LINE-OPEN TO TRUE
003100         MOVE 'Y' TO WS-LINE-REOPENED-SW
003110         ADD 1 TO WS-REOPENED-COUNT
003120     END-IF
003130     REWRITE PO-MASTER-RECORD
003140     MOVE PO-VENDOR-ID    TO WS-PO-VENDOR-ID
003150     MOVE PO-ITEM-ID      TO WS-PO-ITEM-ID
003160     MOVE PO-WAREHOUSE-ID TO WS-PO-WAREHOUSE-ID
003170     MOVE PO-UNIT-COST    TO WS-PO-UNIT-COST
003180     CLOSE PO-MASTER-FILE
003190
003200     MOVE ITEM-QUANTITY TO WS-AUDIT-OLD-QTY
003210     SUBTRACT WS-RETURN-QTY FROM ITEM-QUANTITY
003220     MOVE ITEM-QUANTITY TO WS-AUDIT-NEW-QTY
003230     ACCEPT ITEM-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD
003240     REWRITE INVENTORY-RECORD
003241     MOVE WS-PO-ITEM-ID      TO WS-LOT-ITEM-ID
003242     MOVE WS-PO-WAREHOUSE-ID TO WS-LOT-WAREHOUSE-ID
003243     MOVE ITEM-QUANTITY      TO WS-LOT-TARGET-QTY
003244     PERFORM 8500-ALIGN-LOT-BALANCES
003245         THRU 8500-ALIGN-LOT-BALANCES-EXIT
003250     CLOSE INVENTORY-FILE
003260
003270     PERFORM 5000-WRITE-RETURN-AUDIT
003280         THRU 5000-WRITE-RETURN-AUDIT-EXIT
003290     PERFORM 5100-WRITE-DEBIT-MEMO
003300         THRU 5100-WRITE-DEBIT-MEMO-EXIT
003310     ADD 1 TO WS-RETURN-COUNT
003320     DISPLAY "Return posted: Item " WS-PO-ITEM-ID
003330             " Whse " WS-PO-WAREHOUSE-ID
003340             " Qty " WS-RETURN-QTY
003350     DISPLAY "Debit memo for vendor " WS-PO-VENDOR-ID
003360             " amount " WS-MEMO-AMOUNT
003370     IF WS-LINE-REOPENED
003380         DISPLAY "PO line reopened"
003390     END-IF.
003400 2000-POST-RETURN-EXIT.
003410     EXIT.
003420*
003430******************************************************************
003440*    5000-WRITE-RETURN-AUDIT
003450*    APPENDS A RETURN-TO-VENDOR ROW TO THE AUDIT LOG WITH CHANGE
003460*    TYPE 'V' SO A RETURN CAN BE TOLD APART FROM A MANUAL
003470*    QUANTITY ADJUSTMENT.
003480******************************************************************
003490 5000-WRITE-RETURN-AUDIT.
003500     MOVE WS-PO-ITEM-ID      TO AUDIT-ITEM-ID
003510     MOVE WS-PO-WAREHOUSE-ID TO AUDIT-WAREHOUSE-ID
003520     SET AUDIT-VENDOR-RETURN TO TRUE
003530     MOVE WS-AUDIT-OLD-QTY TO AUDIT-OLD-VALUE
003540     MOVE WS-AUDIT-NEW-QTY TO AUDIT-NEW-VALUE
003550     ACCEPT AUDIT-DATE     FROM DATE YYYYMMDD
003560     ACCEPT AUDIT-TIME     FROM TIME
003570     MOVE WS-OPERATOR-ID   TO AUDIT-OPERATOR-ID
003580
003590     OPEN EXTEND AUDIT-FILE
003600     IF WS-AUD-STATUS EQUAL "35"
003610         OPEN OUTPUT AUDIT-FILE
003620         CLOSE AUDIT-FILE
003630         OPEN EXTEND AUDIT-FILE
003640     END-IF
003650     IF WS-AUD-STATUS NOT EQUAL "00"
003660         DISPLAY "Unable to open audit file, status: "
003670                 WS-AUD-STATUS
003680         GO TO 5000-WRITE-RETURN-AUDIT-EXIT
003690     END-IF
003700     WRITE AUDIT-RECORD
003710     CLOSE AUDIT-FILE.
003720 5000-WRITE-RETURN-AUDIT-EXIT.
003730     EXIT.
003740*
003750******************************************************************
003760*    5100-WRITE-DEBIT-MEMO
003770*    APPENDS THE DEBIT MEMO FOR THE RETURN, VALUED AT THE PO
003780*    UNIT COST, FOR AP TO APPLY TO THE VENDOR'S NEXT INVOICE.
003790******************************************************************
003800 5100-WRITE-DEBIT-MEMO.
003810     MOVE WS-PO-VENDOR-ID    TO DM-VENDOR-ID
003820     ACCEPT DM-MEMO-DATE     FROM DATE YYYYMMDD
003830     ACCEPT DM-MEMO-TIME     FROM TIME
003840     MOVE WS-PO-NUMBER       TO DM-PO-NUMBER
003850     MOVE WS-PO-LINE-NO      TO DM-PO-LINE-NO
003860     MOVE WS-PO-ITEM-ID      TO DM-ITEM-ID
003870     MOVE WS-PO-WAREHOUSE-ID TO DM-WAREHOUSE-ID
003880     MOVE WS-RETURN-QTY      TO DM-RETURN-QTY
003890     MOVE WS-PO-UNIT-COST    TO DM-UNIT-COST
003900     COMPUTE WS-MEMO-AMOUNT = WS-RETURN-QTY * WS-PO-UNIT-COST
003905     MOVE WS-MEMO-AMOUNT     TO DM-MEMO-AMOUNT
003910     MOVE WS-RETURN-REASON   TO DM-REASON
003920     MOVE WS-OPERATOR-ID     TO DM-OPERATOR-ID
003930     ADD WS-MEMO-AMOUNT      TO WS-MEMO-TOTAL
003940
003950     OPEN EXTEND DEBIT-MEMO-FILE
003960     IF WS-DBM-STATUS EQUAL "35"
003970         OPEN OUTPUT DEBIT-MEMO-FILE
003980         CLOSE DEBIT-MEMO-FILE
003990         OPEN EXTEND DEBIT-MEMO-FILE
004000     END-IF
004010     IF WS-DBM-STATUS NOT EQUAL "00"
004020         DISPLAY "Unable to open debit memo file, status: "
004030                 WS-DBM-STATUS
004040         GO TO 5100-WRITE-DEBIT-MEMO-EXIT
004050     END-IF
004060     WRITE DEBIT-MEMO-RECORD
004070     CLOSE DEBIT-MEMO-FILE.
004080 5100-WRITE-DEBIT-MEMO-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120*    9000-TERMINATE
004130*    PRINTS THE SESSION TOTALS.
004140******************************************************************
004150 9000-TERMINATE.
004160     DISPLAY "Return session complete."
004170     DISPLAY "Returns posted:       " WS-RETURN-COUNT
004180     DISPLAY "PO lines reopened:    " WS-REOPENED-COUNT
004190     DISPLAY "Debit memo total:     " WS-MEMO-TOTAL.
004200 9000-TERMINATE-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240*    8100-WRITE-SECURITY-LOG
004250*    APPENDS ONE EVENT TO THE SECURITY LOG.  THE CALLER SETS
004260*    WS-SEC-EVENT AND WS-SEC-DETAIL FIRST.
004270******************************************************************
004280 8100-WRITE-SECURITY-LOG.
004290     ACCEPT SEC-DATE FROM DATE YYYYMMDD
004300     ACCEPT SEC-TIME FROM TIME
004310     MOVE "RETURN-TO-VENDOR" TO SEC-PROGRAM
004320     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
004330     MOVE WS-SEC-EVENT   TO SEC-EVENT-TYPE
004340     MOVE WS-SEC-DETAIL  TO SEC-DETAIL
004350
004360     OPEN EXTEND SECURITY-LOG-FILE
004370     IF WS-SEC-STATUS EQUAL "35"
004380         OPEN OUTPUT SECURITY-LOG-FILE
004390         CLOSE SECURITY-LOG-FILE
004400         OPEN EXTEND SECURITY-LOG-FILE
004410     END-IF
004420     IF WS-SEC-STATUS NOT EQUAL "00"
004430         DISPLAY "Unable to open security log, status: "
004440                 WS-SEC-STATUS
004450         GO TO 8100-WRITE-SECURITY-LOG-EXIT
004460     END-IF
004470     WRITE SECURITY-LOG-RECORD
004480     CLOSE SECURITY-LOG-FILE.
004490 8100-WRITE-SECURITY-LOG-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530*    8500-ALIGN-LOT-BALANCES
004540*    BRINGS THE LOT ROWS FOR WS-LOT-ITEM-ID AT WS-LOT-WAREHOUSE-ID
004550*    INTO LINE WITH THE MASTER QUANTITY IN WS-LOT-TARGET-QTY.  A
004560*    SHORTFALL IS ADDED TO THE UNLOTTED ROW; AN EXCESS IS TAKEN
004570*    OFF THE LOTS FIRST-EXPIRED-FIRST-OUT.  PERFORMED AFTER EVERY
004580*    MASTER REWRITE THAT MOVES ITEM-QUANTITY, SO AN ISSUE COMES
004590*    OUT OF THE OLDEST-DATED STOCK AND THE LOTS ALWAYS ADD UP TO
004600*    THE MASTER.
004610******************************************************************
004620 8500-ALIGN-LOT-BALANCES.
004630     OPEN I-O LOT-BALANCE-FILE
004640     IF WS-LOT-STATUS NOT EQUAL "00" AND
004650        WS-LOT-STATUS NOT EQUAL "05"
004660         DISPLAY "Unable to open lot balance file, status: "
004670                 WS-LOT-STATUS
004680         GO TO 8500-ALIGN-LOT-BALANCES-EXIT
004690     END-IF
004700     MOVE ZERO TO WS-LOT-ON-FILE-QTY
004710     PERFORM 8505-START-LOT-SCAN
004720         THRU 8505-START-LOT-SCAN-EXIT
004730     PERFORM 8510-TOTAL-ONE-LOT
004740         THRU 8510-TOTAL-ONE-LOT-EXIT
004750         UNTIL WS-LOT-DONE
004760     IF WS-LOT-ON-FILE-QTY < WS-LOT-TARGET-QTY
004770         COMPUTE WS-LOT-ADD-QTY =
004780             WS-LOT-TARGET-QTY - WS-LOT-ON-FILE-QTY
004790         MOVE SPACES   TO WS-LOT-ADD-NUMBER
004800         MOVE 99999999 TO WS-LOT-ADD-EXPIRY
004810         PERFORM 8530-ADD-TO-LOT
004820             THRU 8530-ADD-TO-LOT-EXIT
004830     END-IF
004840     IF WS-LOT-ON-FILE-QTY > WS-LOT-TARGET-QTY
004850         COMPUTE WS-LOT-EXCESS-QTY =
004860             WS-LOT-ON-FILE-QTY - WS-LOT-TARGET-QTY
004870         PERFORM 8505-START-LOT-SCAN
004880             THRU 8505-START-LOT-SCAN-EXIT
004890         PERFORM 8520-ISSUE-ONE-LOT
004900             THRU 8520-ISSUE-ONE-LOT-EXIT
004910             UNTIL WS-LOT-DONE
004920     END-IF
004930     CLOSE LOT-BALANCE-FILE.
004940 8500-ALIGN-LOT-BALANCES-EXIT.
004950     EXIT.
004960*
004970******************************************************************
004980*    8505-START-LOT-SCAN
004990*    POSITIONS THE LOT FILE AT THE FIRST (EARLIEST-EXPIRING) LOT
005000*    FOR THE ITEM AND WAREHOUSE.
005010******************************************************************
005020 8505-START-LOT-SCAN.
005030     MOVE 'N' TO WS-LOT-DONE-SW
005040     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
005050     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
005060     MOVE ZERO                TO LOT-EXPIRY-DATE
005070     MOVE SPACES              TO LOT-NUMBER
005080     START LOT-BALANCE-FILE KEY IS NOT LESS THAN LOT-KEY
005090         INVALID KEY
005100             MOVE 'Y' TO WS-LOT-DONE-SW
005110     END-START.
005120 8505-START-LOT-SCAN-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160*    8510-TOTAL-ONE-LOT
005170*    ADDS ONE LOT OF THE ITEM AND WAREHOUSE TO THE ON-FILE TOTAL.
005180******************************************************************
005190 8510-TOTAL-ONE-LOT.
005200     READ LOT-BALANCE-FILE NEXT RECORD
005210         AT END
005220             MOVE 'Y' TO WS-LOT-DONE-SW
005230             GO TO 8510-TOTAL-ONE-LOT-EXIT
005240     END-READ
005250     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
005260        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
005270         MOVE 'Y' TO WS-LOT-DONE-SW
005280         GO TO 8510-TOTAL-ONE-LOT-EXIT
005290     END-IF
005300     ADD LOT-QUANTITY TO WS-LOT-ON-FILE-QTY.
005310 8510-TOTAL-ONE-LOT-EXIT.
005320     EXIT.
005330*
005340******************************************************************
005350*    8520-ISSUE-ONE-LOT
005360*    TAKES AS MUCH OF THE REMAINING EXCESS AS THE NEXT LOT HOLDS.
005370*    A LOT THAT IS USED UP IS DELETED.
005380******************************************************************
005390 8520-ISSUE-ONE-LOT.
005400     READ LOT-BALANCE-FILE NEXT RECORD
005410         AT END
005420             MOVE 'Y' TO WS-LOT-DONE-SW
005430             GO TO 8520-ISSUE-ONE-LOT-EXIT
005440     END-READ
005450     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
005460        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
005470         MOVE 'Y' TO WS-LOT-DONE-SW
005480         GO TO 8520-ISSUE-ONE-LOT-EXIT
005490     END-IF
005500     IF LOT-QUANTITY > WS-LOT-EXCESS-QTY
005510         MOVE WS-LOT-EXCESS-QTY TO WS-LOT-TAKE-QTY
005520     ELSE
005530         MOVE LOT-QUANTITY TO WS-LOT-TAKE-QTY
005540     END-IF
005550     SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QUANTITY
005560     SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-EXCESS-QTY
005570     IF LOT-QUANTITY EQUAL ZERO
005580         DELETE LOT-BALANCE-FILE RECORD
005590     ELSE
005600         REWRITE LOT-BALANCE-RECORD
005610     END-IF
005620     IF WS-LOT-EXCESS-QTY EQUAL ZERO
005630         MOVE 'Y' TO WS-LOT-DONE-SW
005640     END-IF.
005650 8520-ISSUE-ONE-LOT-EXIT.
005660     EXIT.
005670*
005680******************************************************************
005690*    8530-ADD-TO-LOT
005700*    ADDS WS-LOT-ADD-QTY TO THE LOT NAMED BY WS-LOT-ADD-NUMBER AND
005710*    WS-LOT-ADD-EXPIRY, CREATING IT IF IT IS NOT ON FILE.  THE LOT
005720*    FILE MUST ALREADY BE OPEN.
005730******************************************************************
005740 8530-ADD-TO-LOT.
005750     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
005760     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
005770     MOVE WS-LOT-ADD-EXPIRY   TO LOT-EXPIRY-DATE
005780     MOVE WS-LOT-ADD-NUMBER   TO LOT-NUMBER
005790     READ LOT-BALANCE-FILE
005800         INVALID KEY
005810             MOVE WS-LOT-ADD-QTY TO LOT-QUANTITY
005820             ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
005830             WRITE LOT-BALANCE-RECORD
005840         NOT INVALID KEY
005850             ADD WS-LOT-ADD-QTY TO LOT-QUANTITY
005860             REWRITE LOT-BALANCE-RECORD
005870     END-READ.
005880 8530-ADD-TO-LOT-EXIT.
005890     EXIT.
