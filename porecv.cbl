000390*                     THREE FAILURES, WHICH ARE LOGGED TO THE
000400*                     SECURITY LOG.  RECEIVING NEEDS NO MORE
000410*                     THAN STOCKROOM AUTHORITY.
000411*    2026-10-14 JRM   EACH RECEIPT NOW NAMES ITS LOT AND
000412*                     EXPIRATION DATE AND IS ADDED TO THE LOT-
000413*                     BALANCE FILE, WHICH IS KEPT IN STEP WITH
000414*                     THE MASTER QUANTITY.  AN EXPIRED LOT, OR AN
000415*                     EXPIRY THAT IS NOT A REAL DATE, IS REFUSED.
000416*    2026-10-14 JRM   EVERY RECEIPT IS NOW LOGGED TO THE RECEIPT-
000417*                     HISTORY FILE WITH THE UNIT COST PAID AND THE
000418*                     VENDOR'S QUOTED LEAD TIME, FOR THE VENDOR
000419*                     SCORECARD.
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000690         RECORD KEY IS BO-KEY
000700         FILE STATUS IS WS-BOR-STATUS.
000710
000711     SELECT OPTIONAL VENDOR-CATALOG-FILE ASSIGN TO "vendcat.dat"
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS VC-KEY
000715         FILE STATUS IS WS-VCT-STATUS.
000717
000720     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS OPR-ID
000760         FILE STATUS IS WS-OPR-STATUS.
000770
000772     SELECT OPTIONAL RECEIPT-HISTORY-FILE ASSIGN TO "rcpthist.dat"
000774         ORGANIZATION IS LINE SEQUENTIAL
000776         FILE STATUS IS WS-RCH-STATUS.
000778
000780     SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "seclog.dat"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-SEC-STATUS.
000801
000802     SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO "lotbal.dat"
000803         ORGANIZATION IS INDEXED
000804         ACCESS MODE IS DYNAMIC
000805         RECORD KEY IS LOT-KEY
000806         FILE STATUS IS WS-LOT-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PO-MASTER-FILE.
000980 FD  OPERATOR-FILE.
000990     COPY OPERREC.
001000*
001001 FD  VENDOR-CATALOG-FILE.
001002     COPY VCATREC.
001003*
001004 FD  RECEIPT-HISTORY-FILE.
001005     COPY RCPTHIST.
001006*
001010 FD  SECURITY-LOG-FILE.
001020     COPY SECREC.
001030*
001033 FD  LOT-BALANCE-FILE.
001036     COPY LOTREC.
001039*
001040 WORKING-STORAGE SECTION.
001050******************************************************************
001060*    SWITCHES AND FLAGS
001140         88  WS-FOUND                     VALUE 'Y'.
001150     05  WS-SIGNED-ON-SW      PIC X(01)   VALUE 'N'.
001160         88  WS-SIGNED-ON                 VALUE 'Y'.
001161     05  WS-EXPIRY-OK-SW      PIC X(01)   VALUE 'N'.
001162         88  WS-EXPIRY-OK                 VALUE 'Y'.
001164     05  WS-LOT-DONE-SW       PIC X(01)   VALUE 'N'.
001168         88  WS-LOT-DONE                  VALUE 'Y'.
001170*
001180******************************************************************
001190*    FILE STATUS AND RECEIVING WORK AREAS
001250 01  WS-BOR-STATUS            PIC X(02).
001260 01  WS-OPR-STATUS            PIC X(02).
001270 01  WS-SEC-STATUS            PIC X(02).
001275 01  WS-LOT-STATUS            PIC X(02).
001277 01  WS-VCT-STATUS            PIC X(02).
001279 01  WS-RCH-STATUS            PIC X(02).
001280 01  WS-OPERATOR-ID           PIC X(05).
001290 01  WS-PASSWORD              PIC X(08).
001300 01  WS-AUTH-LEVEL            PIC 9(01)   VALUE ZERO.
001360 01  WS-RECEIVED-QTY          PIC 9(05).
001370 01  WS-OPEN-QTY              PIC 9(05).
001380 01  WS-RELEASE-QTY           PIC 9(05).
001383 01  WS-RECEIPT-LOT-NUMBER    PIC X(10).
001386 01  WS-RECEIPT-EXPIRY        PIC 9(08).
001387 01  WS-PAID-UNIT-COST        PIC 9(05)V99.
001389 01  WS-TODAY-DATE            PIC 9(08).
001390*
001400******************************************************************
001410*    SNAPSHOT OF THE PO LINE TAKEN BEFORE THE PO MASTER IS
001460 01  WS-PO-ITEM-ID            PIC 9(05).
001470 01  WS-PO-WAREHOUSE-ID       PIC X(05).
001480 01  WS-PO-UNIT-COST          PIC 9(05)V99.
001482 01  WS-PO-VENDOR-ID          PIC X(05).
001484 01  WS-PO-ORDER-DATE         PIC 9(08).
001486 01  WS-PO-ORDERED-QTY        PIC 9(05).
001488 01  WS-PO-LINE-RECEIVED      PIC 9(05).
001490 01  WS-LINE-CLOSED-SW        PIC X(01).
001500     88  WS-LINE-CLOSED                   VALUE 'Y'.
001510*
001650 01  WS-AUDIT-OLD-COST        PIC 9(05)V99.
001660 01  WS-AUDIT-NEW-COST        PIC 9(05)V99.
001670 01  WS-AVERAGE-COST          PIC 9(05)V99.
001671*
001672******************************************************************
001673*    LOT-BALANCE WORK AREAS - THE CALLER OF 8500 SETS THE ITEM,
001674*    THE WAREHOUSE, AND THE MASTER QUANTITY THE LOTS MUST ADD UP
001675*    TO.
001676******************************************************************
001677 01  WS-LOT-ITEM-ID           PIC 9(05).
001678 01  WS-LOT-WAREHOUSE-ID      PIC X(05).
001679 01  WS-LOT-TARGET-QTY        PIC 9(05).
001680 01  WS-LOT-ON-FILE-QTY       PIC 9(07).
001681 01  WS-LOT-EXCESS-QTY        PIC 9(07).
001682 01  WS-LOT-TAKE-QTY          PIC 9(05).
001683 01  WS-LOT-ADD-NUMBER        PIC X(10).
001684 01  WS-LOT-ADD-EXPIRY        PIC 9(08).
001685 01  WS-LOT-ADD-QTY           PIC 9(05).
001686*
001690 PROCEDURE DIVISION.
001700******************************************************************
001710*    0000-MAINLINE
002670         DISPLAY "Quantity must be greater than zero"
002680         GO TO 2000-POST-RECEIPT-EXIT
002690     END-IF
002691     DISPLAY "Enter Lot Number (blank if not lot controlled):"
002692     ACCEPT WS-RECEIPT-LOT-NUMBER
002693     MOVE 99999999 TO WS-RECEIPT-EXPIRY
002694     IF WS-RECEIPT-LOT-NUMBER NOT EQUAL SPACES
002695         DISPLAY "Enter Expiration Date YYYYMMDD (0 if none):"
002696         ACCEPT WS-RECEIPT-EXPIRY
002697         IF WS-RECEIPT-EXPIRY EQUAL ZERO
002698             MOVE 99999999 TO WS-RECEIPT-EXPIRY
002699         END-IF
002700         PERFORM 8700-CHECK-LOT-EXPIRY
002701             THRU 8700-CHECK-LOT-EXPIRY-EXIT
002702         IF NOT WS-EXPIRY-OK
002703             GO TO 2000-POST-RECEIPT-EXIT
002704         END-IF
002705     END-IF
002706     DISPLAY "Enter Unit Cost Paid (0 = PO unit cost):"
002707     ACCEPT WS-PAID-UNIT-COST
002708
002710     OPEN I-O PO-MASTER-FILE
002720     IF WS-POM-STATUS NOT EQUAL "00"
002730         DISPLAY "Unable to open PO master file, status: "
003240     MOVE PO-ITEM-ID      TO WS-PO-ITEM-ID
003250     MOVE PO-WAREHOUSE-ID TO WS-PO-WAREHOUSE-ID
003260     MOVE PO-UNIT-COST    TO WS-PO-UNIT-COST
003261     MOVE PO-VENDOR-ID    TO WS-PO-VENDOR-ID
003262     MOVE PO-ORDER-DATE   TO WS-PO-ORDER-DATE
003263     MOVE PO-ORDERED-QTY  TO WS-PO-ORDERED-QTY
003264     MOVE PO-RECEIVED-QTY TO WS-PO-LINE-RECEIVED
003265     IF WS-PAID-UNIT-COST EQUAL ZERO
003266         MOVE PO-UNIT-COST TO WS-PAID-UNIT-COST
003267     END-IF
003270     IF PO-LINE-CLOSED
003280         MOVE 'Y' TO WS-LINE-CLOSED-SW
003290     ELSE
003570         PERFORM 5200-WRITE-COST-HISTORY
003580             THRU 5200-WRITE-COST-HISTORY-EXIT
003590     END-IF
003594     PERFORM 8600-WRITE-RECEIPT-HISTORY
003598         THRU 8600-WRITE-RECEIPT-HISTORY-EXIT
003600
003610*    STOCK HAS ARRIVED - COVER ANY OPEN BACKORDERS FOR THIS ITEM
003620*    AND WAREHOUSE OUT OF IT BEFORE THE FILE IS CLOSED.
003630     PERFORM 3000-RELEASE-BACKORDERS
003640         THRU 3000-RELEASE-BACKORDERS-EXIT
003641*    PUT THE RECEIPT INTO ITS LOT, THEN TIE THE LOTS BACK TO
003642*    THE MASTER QUANTITY.
003643     MOVE WS-PO-ITEM-ID      TO WS-LOT-ITEM-ID
003644     MOVE WS-PO-WAREHOUSE-ID TO WS-LOT-WAREHOUSE-ID
003645     PERFORM 8540-RECEIVE-INTO-LOT
003646         THRU 8540-RECEIVE-INTO-LOT-EXIT
003647     MOVE ITEM-QUANTITY      TO WS-LOT-TARGET-QTY
003648     PERFORM 8500-ALIGN-LOT-BALANCES
003649         THRU 8500-ALIGN-LOT-BALANCES-EXIT
003650     CLOSE INVENTORY-FILE
003660     ADD 1 TO WS-RECEIPT-COUNT
003670     DISPLAY "Receipt posted: Item " WS-PO-ITEM-ID
006190     CLOSE SECURITY-LOG-FILE.
006200 8100-WRITE-SECURITY-LOG-EXIT.
006210     EXIT.
006220*
006230******************************************************************
006240*    8500-ALIGN-LOT-BALANCES
006250*    BRINGS THE LOT ROWS FOR WS-LOT-ITEM-ID AT WS-LOT-WAREHOUSE-ID
006260*    INTO LINE WITH THE MASTER QUANTITY IN WS-LOT-TARGET-QTY.  A
006270*    SHORTFALL IS ADDED TO THE UNLOTTED ROW; AN EXCESS IS TAKEN
006280*    OFF THE LOTS FIRST-EXPIRED-FIRST-OUT.  PERFORMED AFTER EVERY
006290*    MASTER REWRITE THAT MOVES ITEM-QUANTITY, SO AN ISSUE COMES
006300*    OUT OF THE OLDEST-DATED STOCK AND THE LOTS ALWAYS ADD UP TO
006310*    THE MASTER.
006320******************************************************************
006330 8500-ALIGN-LOT-BALANCES.
006340     OPEN I-O LOT-BALANCE-FILE
006350     IF WS-LOT-STATUS NOT EQUAL "00" AND
006360        WS-LOT-STATUS NOT EQUAL "05"
006370         DISPLAY "Unable to open lot balance file, status: "
006380                 WS-LOT-STATUS
006390         GO TO 8500-ALIGN-LOT-BALANCES-EXIT
006400     END-IF
006410     MOVE ZERO TO WS-LOT-ON-FILE-QTY
006420     PERFORM 8505-START-LOT-SCAN
006430         THRU 8505-START-LOT-SCAN-EXIT
006440     PERFORM 8510-TOTAL-ONE-LOT
006450         THRU 8510-TOTAL-ONE-LOT-EXIT
006460         UNTIL WS-LOT-DONE
006470     IF WS-LOT-ON-FILE-QTY < WS-LOT-TARGET-QTY
006480         COMPUTE WS-LOT-ADD-QTY =
006490             WS-LOT-TARGET-QTY - WS-LOT-ON-FILE-QTY
006500         MOVE SPACES   TO WS-LOT-ADD-NUMBER
006510         MOVE 99999999 TO WS-LOT-ADD-EXPIRY
006520         PERFORM 8530-ADD-TO-LOT
006530             THRU 8530-ADD-TO-LOT-EXIT
006540     END-IF
006550     IF WS-LOT-ON-FILE-QTY > WS-LOT-TARGET-QTY
006560         COMPUTE WS-LOT-EXCESS-QTY =
006570             WS-LOT-ON-FILE-QTY - WS-LOT-TARGET-QTY
006580         PERFORM 8505-START-LOT-SCAN
006590             THRU 8505-START-LOT-SCAN-EXIT
006600         PERFORM 8520-ISSUE-ONE-LOT
006610             THRU 8520-ISSUE-ONE-LOT-EXIT
006620             UNTIL WS-LOT-DONE
006630     END-IF
006640     CLOSE LOT-BALANCE-FILE.
006650 8500-ALIGN-LOT-BALANCES-EXIT.
006660     EXIT.
006670*
006680******************************************************************
006690*    8505-START-LOT-SCAN
006700*    POSITIONS THE LOT FILE AT THE FIRST (EARLIEST-EXPIRING) LOT
006710*    FOR THE ITEM AND WAREHOUSE.
006720******************************************************************
006730 8505-START-LOT-SCAN.
006740     MOVE 'N' TO WS-LOT-DONE-SW
006750     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
006760     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
006770     MOVE ZERO                TO LOT-EXPIRY-DATE
006780     MOVE SPACES              TO LOT-NUMBER
006790     START LOT-BALANCE-FILE KEY IS NOT LESS THAN LOT-KEY
006800         INVALID KEY
006810             MOVE 'Y' TO WS-LOT-DONE-SW
006820     END-START.
006830 8505-START-LOT-SCAN-EXIT.
006840     EXIT.
006850*
006860******************************************************************
006870*    8510-TOTAL-ONE-LOT
006880*    ADDS ONE LOT OF THE ITEM AND WAREHOUSE TO THE ON-FILE TOTAL.
006890******************************************************************
006900 8510-TOTAL-ONE-LOT.
006910     READ LOT-BALANCE-FILE NEXT RECORD
006920         AT END
006930             MOVE 'Y' TO WS-LOT-DONE-SW
006940             GO TO 8510-TOTAL-ONE-LOT-EXIT
006950     END-READ
006960     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
006970        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
006980         MOVE 'Y' TO WS-LOT-DONE-SW
006990         GO TO 8510-TOTAL-ONE-LOT-EXIT
007000     END-IF
007010     ADD LOT-QUANTITY TO WS-LOT-ON-FILE-QTY.
007020 8510-TOTAL-ONE-LOT-EXIT.
007030     EXIT.
007040*
007050******************************************************************
007060*    8520-ISSUE-ONE-LOT
007070*    TAKES AS MUCH OF THE REMAINING EXCESS AS THE NEXT LOT HOLDS.
007080*    A LOT THAT IS USED UP IS DELETED.
007090******************************************************************
007100 8520-ISSUE-ONE-LOT.
007110     READ LOT-BALANCE-FILE NEXT RECORD
007120         AT END
007130             MOVE 'Y' TO WS-LOT-DONE-SW
007140             GO TO 8520-ISSUE-ONE-LOT-EXIT
007150     END-READ
007160     IF LOT-ITEM-ID NOT EQUAL WS-LOT-ITEM-ID OR
007170        LOT-WAREHOUSE-ID NOT EQUAL WS-LOT-WAREHOUSE-ID
007180         MOVE 'Y' TO WS-LOT-DONE-SW
007190         GO TO 8520-ISSUE-ONE-LOT-EXIT
007200     END-IF
007210     IF LOT-QUANTITY > WS-LOT-EXCESS-QTY
007220         MOVE WS-LOT-EXCESS-QTY TO WS-LOT-TAKE-QTY
007230     ELSE
007240         MOVE LOT-QUANTITY TO WS-LOT-TAKE-QTY
007250     END-IF
007260     SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QUANTITY
007270     SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-EXCESS-QTY
007280     IF LOT-QUANTITY EQUAL ZERO
007290         DELETE LOT-BALANCE-FILE RECORD
007300     ELSE
007310         REWRITE LOT-BALANCE-RECORD
007320     END-IF
007330     IF WS-LOT-EXCESS-QTY EQUAL ZERO
007340         MOVE 'Y' TO WS-LOT-DONE-SW
007350     END-IF.
007360 8520-ISSUE-ONE-LOT-EXIT.
007370     EXIT.
007380*
007390******************************************************************
007400*    8530-ADD-TO-LOT
007410*    ADDS WS-LOT-ADD-QTY TO THE LOT NAMED BY WS-LOT-ADD-NUMBER AND
007420*    WS-LOT-ADD-EXPIRY, CREATING IT IF IT IS NOT ON FILE.  THE LOT
007430*    FILE MUST ALREADY BE OPEN.
007440******************************************************************
007450 8530-ADD-TO-LOT.
007460     MOVE WS-LOT-ITEM-ID      TO LOT-ITEM-ID
007470     MOVE WS-LOT-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
007480     MOVE WS-LOT-ADD-EXPIRY   TO LOT-EXPIRY-DATE
007490     MOVE WS-LOT-ADD-NUMBER   TO LOT-NUMBER
007500     READ LOT-BALANCE-FILE
007510         INVALID KEY
007520             MOVE WS-LOT-ADD-QTY TO LOT-QUANTITY
007530             ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
007540             WRITE LOT-BALANCE-RECORD
007550         NOT INVALID KEY
007560             ADD WS-LOT-ADD-QTY TO LOT-QUANTITY
007570             REWRITE LOT-BALANCE-RECORD
007580     END-READ.
007590 8530-ADD-TO-LOT-EXIT.
007600     EXIT.
007610*
007620******************************************************************
007630*    8540-RECEIVE-INTO-LOT
007640*    ADDS THE RECEIVED QUANTITY TO THE LOT KEYED AT RECEIVING.
007650******************************************************************
007660 8540-RECEIVE-INTO-LOT.
007670     OPEN I-O LOT-BALANCE-FILE
007680     IF WS-LOT-STATUS NOT EQUAL "00" AND
007690        WS-LOT-STATUS NOT EQUAL "05"
007700         DISPLAY "Unable to open lot balance file, status: "
007710                 WS-LOT-STATUS
007720         GO TO 8540-RECEIVE-INTO-LOT-EXIT
007730     END-IF
007740     MOVE WS-RECEIPT-LOT-NUMBER TO WS-LOT-ADD-NUMBER
007750     MOVE WS-RECEIPT-EXPIRY     TO WS-LOT-ADD-EXPIRY
007760     MOVE WS-RECEIVED-QTY       TO WS-LOT-ADD-QTY
007770     PERFORM 8530-ADD-TO-LOT
007780         THRU 8530-ADD-TO-LOT-EXIT
007790     CLOSE LOT-BALANCE-FILE.
007800 8540-RECEIVE-INTO-LOT-EXIT.
007810     EXIT.
007820*
007830******************************************************************
007840*    8600-WRITE-RECEIPT-HISTORY
007850*    APPENDS THE RECEIPT TO THE RECEIPT-HISTORY FILE FOR THE
007860*    VENDOR SCORECARD, WITH THE LEAD TIME THE VENDOR QUOTED FOR
007870*    THE ITEM.  A VENDOR WITH NO QUOTE ON THE CATALOG IS LOGGED
007880*    WITH NO LEAD TIME AND LEFT OUT OF THE ON-TIME FIGURES.
007890******************************************************************
007900 8600-WRITE-RECEIPT-HISTORY.
007910     MOVE WS-PO-NUMBER          TO RH-PO-NUMBER
007920     MOVE WS-PO-LINE-NO         TO RH-PO-LINE-NO
007930     MOVE WS-PO-VENDOR-ID       TO RH-VENDOR-ID
007940     MOVE WS-PO-ITEM-ID         TO RH-ITEM-ID
007950     MOVE WS-PO-WAREHOUSE-ID    TO RH-WAREHOUSE-ID
007960     ACCEPT RH-RECEIPT-DATE     FROM DATE YYYYMMDD
007970     ACCEPT RH-RECEIPT-TIME     FROM TIME
007980     MOVE WS-PO-ORDER-DATE      TO RH-ORDER-DATE
007990     MOVE WS-RECEIVED-QTY       TO RH-RECEIVED-QTY
008000     MOVE WS-PO-ORDERED-QTY     TO RH-LINE-ORDERED-QTY
008010     MOVE WS-PO-LINE-RECEIVED   TO RH-LINE-RECEIVED-QTY
008020     MOVE WS-PO-UNIT-COST       TO RH-PO-UNIT-COST
008030     MOVE WS-PAID-UNIT-COST     TO RH-PAID-UNIT-COST
008040     MOVE WS-RECEIPT-LOT-NUMBER TO RH-LOT-NUMBER
008050     MOVE WS-OPERATOR-ID        TO RH-OPERATOR-ID
008060
008070     MOVE ZERO TO RH-QUOTED-LEAD-DAYS
008080     SET RH-NO-QUOTE TO TRUE
008090     OPEN INPUT VENDOR-CATALOG-FILE
008100     IF WS-VCT-STATUS EQUAL "00"
008110         MOVE WS-PO-VENDOR-ID TO VC-VENDOR-ID
008120         MOVE WS-PO-ITEM-ID   TO VC-ITEM-ID
008130         READ VENDOR-CATALOG-FILE
008140             INVALID KEY
008150                 CONTINUE
008160             NOT INVALID KEY
008170                 MOVE VC-LEAD-DAYS TO RH-QUOTED-LEAD-DAYS
008180                 SET RH-QUOTE-ON-FILE TO TRUE
008190         END-READ
008200         CLOSE VENDOR-CATALOG-FILE
008210     ELSE
008220         IF WS-VCT-STATUS EQUAL "05"
008230             CLOSE VENDOR-CATALOG-FILE
008240         END-IF
008250     END-IF
008260
008270     OPEN EXTEND RECEIPT-HISTORY-FILE
008280     IF WS-RCH-STATUS EQUAL "35"
008290         OPEN OUTPUT RECEIPT-HISTORY-FILE
008300         CLOSE RECEIPT-HISTORY-FILE
008310         OPEN EXTEND RECEIPT-HISTORY-FILE
008320     END-IF
008330     IF WS-RCH-STATUS NOT EQUAL "00"
008340         DISPLAY "Unable to open receipt history file, status: "
008350                 WS-RCH-STATUS
008360         GO TO 8600-WRITE-RECEIPT-HISTORY-EXIT
008370     END-IF
008380     WRITE RECEIPT-HISTORY-RECORD
008390     CLOSE RECEIPT-HISTORY-FILE.
008400 8600-WRITE-RECEIPT-HISTORY-EXIT.
008410     EXIT.
008420*
008430******************************************************************
008440*    8700-CHECK-LOT-EXPIRY
008450*    REFUSES AN EXPIRATION DATE THAT IS NOT A REAL CALENDAR DATE
008460*    OR IS ALREADY PAST.  THE EXPIRY IS PART OF THE LOT-BALANCE
008470*    KEY, SO A BAD ONE WOULD MISPLACE THE LOT IN FEFO ORDER.
008480*    99999999 MEANS NO EXPIRY AND IS ALWAYS ACCEPTED.
008490******************************************************************
008500 8700-CHECK-LOT-EXPIRY.
008510     MOVE 'N' TO WS-EXPIRY-OK-SW
008520     IF WS-RECEIPT-EXPIRY EQUAL 99999999
008530         MOVE 'Y' TO WS-EXPIRY-OK-SW
008540         GO TO 8700-CHECK-LOT-EXPIRY-EXIT
008550     END-IF
008560     IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIPT-EXPIRY) NOT = 0
008570         DISPLAY "Expiry is not a valid date - not posted"
008580         GO TO 8700-CHECK-LOT-EXPIRY-EXIT
008590     END-IF
008600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
008610     IF WS-RECEIPT-EXPIRY < WS-TODAY-DATE
008620         DISPLAY "Lot has already expired - not posted"
008630         GO TO 8700-CHECK-LOT-EXPIRY-EXIT
008640     END-IF
008650     MOVE 'Y' TO WS-EXPIRY-OK-SW.
008660 8700-CHECK-LOT-EXPIRY-EXIT.
008670     EXIT.
